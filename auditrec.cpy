      *>                master, "what changed" without "who" was no
      *>                longer enough for the auditors.  Entries
      *>                widened from 222 to 230 bytes.
      *>   10/14/2026 - Added AU-BeforeLimit/AU-AfterLimit after
      *>                AU-Operator.  A CreditLimit change (now fed
      *>                through custtran.txt by the credit review)
      *>                left identical before and after images behind.
      *>                Appended so the other fields keep their
      *>                offsets; entries widened from 230 to 248 bytes
      *>                and older entries read the limits as spaces,
      *>                so readers test them NUMERIC before use.
      *>   10/15/2026 - Added AU-EnteredBy after AU-AfterLimit.  A
      *>                CreditLimit or open-balance address change now
      *>                waits in custpend.txt for a second operator;
      *>                when a supervisor applies (UPDATE) or rejects
      *>                (CHGREJECT) it, AU-Operator is the supervisor
      *>                and AU-EnteredBy the operator who keyed it.
      *>                Blank on every other entry.  Entries widened
      *>                from 248 to 256 bytes.
      *>---------------------------------------------------------------
      01 WS-AuditEntry.
          02 AU-Timestamp PIC X(26).
              03 AU-AfterPhone PIC X(12).
              03 AU-AfterStatus PIC X(01).
          02 AU-Operator PIC X(08).
          02 AU-BeforeLimit PIC 9(07)V99.
          02 AU-AfterLimit PIC 9(07)V99.
          02 AU-EnteredBy PIC X(08).
