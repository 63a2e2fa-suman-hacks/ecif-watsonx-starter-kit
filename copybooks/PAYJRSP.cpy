001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                            *
001300*  2026-09-02  DM   INITIAL VERSION.                               *
001310*  2026-10-15  DM   RSP-JRNL-RECORD WIDENED TO THE JOURNAL         *
001320*                   RECORD'S NEW LENGTH (MULTI-CURRENCY AMOUNTS).  *
001330*                   THE RECORD GROWS BY 47 BYTES.                  *
001400*----------------------------------------------------------------*
001500 01  RSP-RECORD.
001600     05  RSP-REQUEST-ID               PIC X(08).
001700     05  RSP-JRNL-RECORD              PIC X(108).
