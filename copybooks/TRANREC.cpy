001012*                   NEW PAYHOLD FILE, 'C' IS THE COMPLETION THAT  *
001013*                   MATCHES AND RELEASES IT WHEN THE FINAL        *
001014*                   AMOUNT ARRIVES.                               *
001015*  2026-10-15  DM   TWO NEW FIELDS AT THE END - TRAN-CURRENCY-CD, *
001016*                   THE ISO CODE OF THE CURRENCY THE CARDHOLDER   *
001017*                   PAID IN, AND TRAN-ORIG-AMOUNT, THE AMOUNT IN  *
001018*                   THAT CURRENCY - SO PAYVAL01 CAN CONVERT A     *
001019*                   FOREIGN PURCHASE AT OUR OWN RATE INSTEAD OF   *
001020*                   TAKING THE NETWORK'S.  SPACES (OR THE HOME    *
001021*                   CURRENCY) MEANS A DOMESTIC TRANSACTION AND    *
001022*                   TRAN-AMOUNT STANDS AS IS.  THE EXTRACT RECORD *
001023*                   GROWS BY FOURTEEN BYTES.                      *
001030*----------------------------------------------------------------*
001100 01  TRAN-RECORD.
001200     05  TRAN-SEQ-NO                 PIC 9(08).
001300     05  TRAN-ACCT-NO                PIC X(10).
001700     05  TRAN-DATE                   PIC 9(08).
001800     05  TRAN-MERCH-CAT-CD           PIC X(04).
001820     05  TRAN-MERCHANT-ID            PIC X(12).
001840     05  TRAN-CURRENCY-CD            PIC X(03).
001860     05  TRAN-ORIG-AMOUNT            PIC S9(09)V99.
