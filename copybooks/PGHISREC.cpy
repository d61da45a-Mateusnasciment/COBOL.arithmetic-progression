000132*                    PO-DUE-DATE, SO THE HISTORY READS AS A
000133*                    PAYMENT CALENDAR TOO.  RECORD LENGTH GREW
000134*                    50 TO 58.
000135*   15/10/2026 JH    HS-CURRENCY ADDED, CARRIED STRAIGHT FROM
000136*                    PO-CURRENCY, SO EVERY ARCHIVED TERM NAMES
000137*                    THE CURRENCY IT IS DENOMINATED IN.  RECORD
000138*                    LENGTH GREW 58 TO 61.
000139*----------------------------------------------------------------*
000140 01  PROGRESSION-HISTORY-RECORD.
000150         05  HS-REQUEST-ID            PIC X(08).
000160         05  HS-RUN-DATE              PIC 9(08).
000240             88  HS-TERM-CORRECTION               VALUE 'C'.
000250         05  HS-RUN-TIME              PIC 9(04).
000260         05  HS-DUE-DATE              PIC 9(08).
000270         05  HS-CURRENCY              PIC X(03).
