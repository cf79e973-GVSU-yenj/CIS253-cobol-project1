      *> mail-piece record for CH9994MPC.DAT. every program that
      *> prints a document for the mail - statements, dunning
      *> letters, renewal notices, w-2s, interest statements,
      *> unclaimed-property letters -
      *> appends one piece per document with the addressee as the
      *> master carries them, and mailext sorts the pieces into ZIP
      *> order for the presort vendor. a piece whose address is
      *> flagged bad or is blank is held back by mailext and listed
      *> for the mailroom instead of going to the vendor.
       01  MAIL-PIECE-REC.
           05  MP-ZIP                  PIC X(9).
           05  MP-DOC-TYPE             PIC X(4).
               88  MP-STATEMENT                    VALUE 'STMT'.
               88  MP-DUNNING                      VALUE 'DUNN'.
               88  MP-RENEWAL                      VALUE 'RNWL'.
               88  MP-W2                           VALUE 'W2'.
               88  MP-INTEREST                     VALUE 'LINT'.
               88  MP-UNCLAIMED                    VALUE 'UNCL'.
           05  MP-SOURCE               PIC X(8).
      *> which master the address came from, and its key there, so
      *> returned mail can be keyed back against the right record.
           05  MP-MASTER               PIC X.
               88  MP-FROM-CUSTOMER                VALUE 'C'.
               88  MP-FROM-EMPLOYEE                VALUE 'E'.
               88  MP-FROM-LOAN                    VALUE 'L'.
               88  MP-FROM-VEHICLE                 VALUE 'V'.
               88  MP-FROM-FLEET                   VALUE 'F'.
           05  MP-KEY                  PIC X(10).
           05  MP-NAME                 PIC X(30).
           05  MP-STREET               PIC X(30).
           05  MP-CITY                 PIC X(20).
           05  MP-STATE                PIC X(2).
           05  MP-ADDR-STATUS          PIC X.
               88  MP-ADDRESS-BAD                  VALUE 'B'.
           05  MP-BUS-DATE             PIC 9(8).
           05  FILLER                  PIC X(5).
