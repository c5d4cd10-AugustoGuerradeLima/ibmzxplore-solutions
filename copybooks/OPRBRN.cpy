      *-----------------------------------------------------------------
      *  OPR-BRANCH-REC - one extra branch an operator may work beyond
      *  their home branch (OPR-HOME-BRANCH on OPERREC.cpy): a relief
      *  clerk covering a second agencia, a regional back office
      *  serving several.  Presence of the record is the grant, the
      *  same as the permission matrix (PERMREC.cpy), so removing the
      *  branch deletes it.  Maintained on the SECADMIN desk, checked
      *  by the shared BRNSCOPE subroutine.
      *-----------------------------------------------------------------
       01  OPR-BRANCH-REC.
           05  OBR-KEY.
               10  OBR-OPERATOR     PIC X(8).
               10  OBR-BRANCH       PIC 9(4).
           05  OBR-GRANTED-BY       PIC X(8).
           05  OBR-GRANT-DATE       PIC 9(8).
           05  FILLER               PIC X(12).
