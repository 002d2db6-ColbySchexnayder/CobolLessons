      *> a dated .done name once write-offs have posted.
      *>
      *>   09/02/2026 - New copybook.
      *>   10/14/2026 - Added WOF-ProposedDate (columns 17-24, after the
      *>                approval mark so column 16 is unchanged),
      *>                stamped by CUSTWOFP.  CUSTCLOS will not close
      *>                a month while custwof.txt still holds rows
      *>                proposed in it; a row from an older file with
      *>                no date is treated as belonging to any month.
      *>---------------------------------------------------------------
      01 WriteOffData.
          02 WOF-IDNum PIC 9(06).
          02 WOF-Amount PIC 9(07)V99.
          02 WOF-Approved PIC X(01).
          02 WOF-ProposedDate PIC 9(08).
