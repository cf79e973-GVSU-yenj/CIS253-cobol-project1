      *> operator security record for CH9995OPR.NDX, keyed on the
      *> user id. every online program signs its operator on
      *> against this file through OPSIGN: the password must match,
      *> the id must not be locked, and the program must appear in
      *> the operator's authority list at the level it needs. the
      *> levels rank inquire, enter, maintain, supervise - each one
      *> carries the ones below it, and supervise is what a change
      *> over its threshold needs as an override. three failed
      *> sign-ons in a row lock the id until security resets it.
       01  OPERATOR-SECURITY-REC.
           05  OPR-USER-ID             PIC X(8).
           05  OPR-NAME                PIC X(20).
           05  OPR-PASSWORD            PIC X(8).
           05  OPR-STATUS              PIC X.
               88  OPR-ACTIVE                      VALUE 'A'.
               88  OPR-LOCKED                      VALUE 'L'.
               88  OPR-REVOKED                     VALUE 'R'.
           05  OPR-FAIL-COUNT          PIC 9.
           05  OPR-AUTHORITY OCCURS 10 TIMES INDEXED BY OPR-X.
               10  OPR-AUTH-PROGRAM    PIC X(12).
               10  OPR-AUTH-LEVEL      PIC X.
                   88  OPR-AUTH-INQUIRE            VALUE 'I'.
                   88  OPR-AUTH-ENTER              VALUE 'E'.
                   88  OPR-AUTH-MAINTAIN           VALUE 'M'.
                   88  OPR-AUTH-SUPERVISE          VALUE 'S'.
                   88  OPR-AUTH-VALID              VALUE 'I' 'E'
                                                         'M' 'S'.
           05  OPR-LAST-SIGNON-DATE    PIC 9(8).
           05  OPR-LOCKED-DATE         PIC 9(8).
           05  FILLER                  PIC X(16).
