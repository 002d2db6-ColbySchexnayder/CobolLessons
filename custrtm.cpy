      *>---------------------------------------------------------------
      *> custrtm.cpy
      *> Record layout for custrtm.txt, the returned-mail flag file.
      *> A row here means the post office has sent mail back from the
      *> customer's current address as undeliverable.  CUSTSTMT,
      *> CUSTCOLL and CUSTLBLS skip a flagged customer (listing them
      *> on their exceptions reports instead), and CUSTCOLL's
      *> worklist shows the flag so the collector phones.  Rows come
      *> from the maintenance menu's Record Returned Mail function or
      *> from CUSTRTML, which loads the mail house's returned-mail file
      *> (rtnmail.txt, see custrml.cpy).  A further return against a
      *> flagged customer steps RTM-Pieces.  Any address change that
      *> reaches the master (UpdateCust, an approved pending change,
      *> or a BatchMode update) deletes the row, which is the only
      *> way the flag clears.
      *>
      *>   10/15/2026 - New copybook.
      *>---------------------------------------------------------------
      01 ReturnedMailData.
          02 RTM-IDNum PIC 9(06).
          02 RTM-FirstDate PIC 9(08).
          02 RTM-LastDate PIC 9(08).
          02 RTM-Pieces PIC 9(03).
          02 RTM-Source PIC X(01).
              88 RTM-FromMenu VALUE 'M'.
              88 RTM-FromMailHouse VALUE 'H'.
          02 RTM-EnteredBy PIC X(08).
          02 RTM-Reason PIC X(20).
