001390*                   THE DECLINE-NOTIFICATION EXTRACT (PAYNTF01)    *
001395*                   NEEDS AN ADDRESS THE LETTER SHOP CAN MAIL TO.  *
001398*                   THE RECORD GROWS BY 91 BYTES.                  *
001399*  2026-10-15  DM   ECIF-ACTIVE-SINCE-DATE TAKES THE FIRST EIGHT   *
001400*                   FILLER BYTES - THE DATE THE ACCOUNT WAS        *
001401*                   OPENED OR LAST RETURNED TO ACTIVE.  THE        *
001402*                   DORMANCY SWEEP (PAYDRM01) COUNTS IT AS         *
001403*                   ACTIVITY SO A NEW OR JUST-REACTIVATED ACCOUNT  *
001404*                   IS NOT SWEPT BEFORE IT HAS HAD A CHANCE TO BE  *
001405*                   USED.  RECORDS OLDER THAN THE FIELD CARRY      *
001406*                   SPACES THERE.                                  *
001407*----------------------------------------------------------------*
001500 01  ECIF-CUSTOMER-RECORD.
001600     05  ECIF-ACCT-NO                 PIC X(10).
001700     05  ECIF-CUST-NAME               PIC X(30).
003250     05  ECIF-ADDR-CITY               PIC X(20).
003300     05  ECIF-ADDR-STATE              PIC X(02).
003350     05  ECIF-ADDR-ZIP                PIC X(09).
003370     05  ECIF-ACTIVE-SINCE-DATE       PIC 9(08).
003400     05  FILLER                       PIC X(07).
