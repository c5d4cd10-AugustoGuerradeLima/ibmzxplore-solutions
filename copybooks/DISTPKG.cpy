      *-----------------------------------------------------------------
      *  PKG-REC - one print line of a branch's nightly report package,
      *  written by the report burster (RPTBURST) in branch order, so
      *  the mail step can cut the file at each change of PKG-BRANCH
      *  and send the slice to PKG-MAILBOX.  Each package opens with
      *  its cover page and index; PKG-CARRIAGE carries '1' on the
      *  first line of every page, space on the rest.
      *-----------------------------------------------------------------
       01  PKG-REC.
           05  PKG-BRANCH           PIC 9(4).
           05  PKG-MAILBOX          PIC X(15).
           05  PKG-CARRIAGE         PIC X.
               88  PKG-NEW-PAGE         VALUE '1'.
           05  PKG-LINE             PIC X(132).
