      *> escrow item record for CH0301ESC.NDX, keyed on loan number,
      *> payee type and a sequence so a loan can carry more than one
      *> tax bill (county and school district, say) as well as its
      *> hazard policy. each item is one bill the servicer pays out
      *> of the loan's escrow balance: the amount of each
      *> installment, how many installments fall in a year, and when
      *> the next one is due. the escrow disbursement run loads new
      *> and changed bills onto it from CH0301ESD.DAT, pays what has
      *> come due and rolls the due date forward; the annual escrow
      *> analysis projects the coming year from it.
       01  ESCROW-ITEM-REC.
           05  ESC-KEY.
               10  ESC-LOAN-NO         PIC 9(7).
               10  ESC-PAYEE-TYPE      PIC X.
                   88  ESC-TAX                     VALUE 'T'.
                   88  ESC-INSURANCE               VALUE 'I'.
                   88  ESC-TYPE-VALID              VALUE 'T' 'I'.
               10  ESC-SEQ             PIC 99.
           05  ESC-PAYEE-NAME          PIC X(20).
           05  ESC-BILL-AMT            PIC 9(7)V99.
           05  ESC-INSTALLMENTS        PIC 99.
               88  ESC-INSTALLMENTS-VALID          VALUE 1 2 4 12.
           05  ESC-NEXT-DUE-DATE.
               10  ESC-NEXT-DUE-YR     PIC 9(4).
               10  ESC-NEXT-DUE-MTH    PIC 99.
               10  ESC-NEXT-DUE-DAY    PIC 99.
           05  ESC-LAST-PAID-DATE      PIC 9(8).
           05  ESC-LAST-PAID-AMT       PIC 9(7)V99.
           05  ESC-STATUS              PIC X.
               88  ESC-ACTIVE                      VALUE 'A'.
               88  ESC-CANCELLED                   VALUE 'C'.
           05  FILLER                  PIC X(13).
