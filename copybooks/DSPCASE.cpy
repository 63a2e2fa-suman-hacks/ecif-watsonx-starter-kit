001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                            *
001600*  2026-09-02  DM   INITIAL VERSION.                               *
001610*  2026-10-15  DM   ADDED DSP-APPROVAL-CD FROM FILLER - THE        *
001620*                   APPROVAL CODE OF THE DISPUTED DECISION, TAKEN  *
001630*                   FROM THE KEYED JOURNAL WHEN THE CASE IS        *
001640*                   OPENED, SO THE REP CAN QUOTE IT TO THE         *
001650*                   MERCHANT.                                      *
001700*----------------------------------------------------------------*
001800 01  DSP-RECORD.
001900     05  DSP-KEY.
003300         88  DSP-RESOLVED-MERCHANT           VALUE 'M'.
003400     05  DSP-RESOLVE-DATE             PIC 9(08).
003500     05  DSP-RESOLVE-OPER-ID          PIC X(08).
003600     05  DSP-APPROVAL-CD              PIC X(06).
003700     05  FILLER                       PIC X(04).
