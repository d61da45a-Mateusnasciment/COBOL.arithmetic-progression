000220*                 IMPOSSIBLE
000230*             07  CONTRIBUTION NOT NUMERIC ON A TYPE-C
000240*                 (CONTRIBUTION PROGRESSION) REQUEST
000241*             08  PROGRESSION TYPE NOT A, G, C OR L
000242*             09  PRINCIPAL NOT ABOVE ZERO OR RATE NEGATIVE ON
000243*                 A TYPE-L (LOAN AMORTIZATION) REQUEST
000244*             10  CURRENCY CODE NOT IN THE PGCURTAB TABLE (A
000245*                 BLANK CODE IS TAKEN AS BRL, THE BASE CURRENCY)
000246*
000247*           PARAMETER CARD (PGPARM, OPTIONAL):
000248*             COLS 01-08  ID OF THE OPERATOR SUBMITTING THE DECK,
000249*                         STAMPED ON EVERY CLEAN TRANSACTION AS
000250*                         THE KEYING OPERATOR FOR PGMAINT'S DUAL
000251*                         CONTROL.  AN ABSENT OR BLANK CARD
000252*                         STAMPS 'PGEDIT'.
000253*----------------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     PGEDIT.
000280 AUTHOR.         J HAWTHORNE.
000580*                    CONTRIBUTION MUST BE NUMERIC FOR TYPE C
000590*                    (REASON 07) AND IS PASSED AS ZERO FOR
000600*                    THE OTHER TYPES.
000601*   15/10/2026 JH    THE PROGRESSION TYPE IS NOW EDITED AGAINST
000602*                    THE TYPES PGMAINT ACCEPTS, INCLUDING THE
000603*                    NEW LOAN AMORTIZATION TYPE 'L' (REASON
000604*                    08), AND A LOAN MUST CARRY A PRINCIPAL
000605*                    ABOVE ZERO AND A RATE THAT IS NOT
000606*                    NEGATIVE (REASON 09).
000607*   15/10/2026 JH    THE CLEAN TRANSACTION NOW CARRIES THE
000608*                    SUBMITTING OPERATOR'S ID (CL-OPERATOR-ID,
000609*                    FROM THE NEW OPTIONAL PGPARM CARD) FOR
000610*                    PGMAINT'S DUAL CONTROL; THE ADDS IT WRITES
000611*                    WAIT ON PGPEND FOR A SECOND OPERATOR.
000612*   15/10/2026 JH    PR-CURRENCY CARVED OUT OF THE INPUT FILLER
000613*                    (RECORD STAYS 42) AND EDITED AGAINST THE
000614*                    PGCURTAB TABLE (REASON 10); CL-CURRENCY
000615*                    APPENDED WITH THE PGMAINT TRANSACTION LAYOUT
000616*                    (CLEAN RECORD GREW 70 TO 73), WRITTEN AS BRL
000617*                    WHEN THE REQUEST LEAVES IT BLANK.
000618*------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000680             ORGANIZATION IS SEQUENTIAL.
000690         SELECT REQUEST-REJECT-FILE ASSIGN TO PGREJ
000700             ORGANIZATION IS SEQUENTIAL.
000702         SELECT OPTIONAL EDIT-PARM-FILE ASSIGN TO PGPARM
000704             ORGANIZATION IS SEQUENTIAL
000706             FILE STATUS IS PG-PARM-FS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  REQUEST-INPUT-FILE
000790         05  PR-RAZAO                 PIC S9(4)V99.
000800         05  PR-QTDE-TERMOS           PIC 9(5).
000810         05  PR-CONTRIB               PIC S9(7)V99.
000820         05  PR-CURRENCY              PIC X(03).
000825         05  FILLER                   PIC X(04).
000830 FD  REQUEST-CLEAN-FILE
000840         RECORDING MODE IS F.
000850*   PGMAINT TRANSACTION LAYOUT -- MUST MATCH PGTRAN IN PGMAINT.
000960         05  CL-PAY-FREQ              PIC X(01).
000970         05  CL-FIRST-DUE-DATE        PIC 9(08).
000980         05  CL-CONTRIB               PIC S9(7)V99.
000990         05  CL-OPERATOR-ID           PIC X(08).
000995         05  CL-CURRENCY              PIC X(03).
001000 FD  REQUEST-REJECT-FILE
001010         RECORDING MODE IS F.
001020 01  REQUEST-REJECT-RECORD.
001030         05  RJ-REQUEST-IMAGE         PIC X(42).
001040         05  RJ-REASON-CODE           PIC X(02).
001050         05  FILLER                   PIC X(06).
001051 FD  EDIT-PARM-FILE
001052         RECORDING MODE IS F.
001053 01  EDIT-PARM-RECORD.
001054         05  PA-OPERATOR-ID           PIC X(08).
001055         05  FILLER                   PIC X(72).
001060 WORKING-STORAGE SECTION.
001070 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001080         88  PG-EOF-YES                           VALUE 'Y'.
001130 77  PG-DUP-SWITCH                PIC X(01)   VALUE 'N'.
001140         88  PG-DUP-FOUND                         VALUE 'Y'.
001150         88  PG-DUP-NOT-FOUND                     VALUE 'N'.
001152 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
001154 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001156         88  PG-PARM-EOF-YES                      VALUE 'Y'.
001158         88  PG-PARM-EOF-NO                       VALUE 'N'.
001160 77  PG-READ-COUNT                PIC 9(08)   COMP VALUE 0.
001170 77  PG-CLEAN-COUNT               PIC 9(08)   COMP VALUE 0.
001180 77  PG-REJECT-COUNT              PIC 9(08)   COMP VALUE 0.
001190 77  PG-SEEN-COUNT                PIC 9(04)   COMP VALUE 0.
001200 77  PG-SEEN-MAX                  PIC 9(04)   COMP VALUE 5000.
001210 01  PG-REJECT-REASON             PIC X(02)   VALUE SPACES.
001215 01  PG-OPERATOR-ID               PIC X(08)   VALUE 'PGEDIT'.
001220 01  PG-SEEN-TABLE.
001230         05  PG-SEEN-ENTRY OCCURS 5000 TIMES
001240                 INDEXED BY PG-SN-IDX.
001250             10  PG-SN-REQUEST-ID         PIC X(08).
001255     COPY PGCURTAB.
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001320         STOP RUN.
001330 1000-INITIALIZE.
001335         PERFORM 1100-READ-PARM THRU 1100-EXIT.
001340         OPEN INPUT  REQUEST-INPUT-FILE.
001350         OPEN OUTPUT REQUEST-CLEAN-FILE.
001360         OPEN OUTPUT REQUEST-REJECT-FILE.
001370         PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
001380 1000-EXIT.
001381         EXIT.
001382 1100-READ-PARM.
001383         OPEN INPUT EDIT-PARM-FILE.
001384*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
001385*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
001386         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
001387             GO TO 1100-EXIT
001388         END-IF.
001389         READ EDIT-PARM-FILE
001390             AT END
001391                 SET PG-PARM-EOF-YES TO TRUE
001392         END-READ.
001393         IF PG-PARM-EOF-NO AND PA-OPERATOR-ID NOT = SPACES
001394             MOVE PA-OPERATOR-ID TO PG-OPERATOR-ID
001395         END-IF.
001396         CLOSE EDIT-PARM-FILE.
001397 1100-EXIT.
001398         EXIT.
001400 2000-EDIT-REQUEST.
001410         PERFORM 2050-VALIDATE-REQUEST THRU 2050-EXIT.
001420         IF PG-REQUEST-VALID
001760             SET PG-REQUEST-INVALID TO TRUE
001770             GO TO 2050-EXIT
001780         END-IF.
001781         IF PR-PROG-TYPE NOT = 'A' AND PR-PROG-TYPE NOT = 'G'
001782             AND PR-PROG-TYPE NOT = 'C' AND PR-PROG-TYPE NOT = 'L'
001783             MOVE '08' TO PG-REJECT-REASON
001784             SET PG-REQUEST-INVALID TO TRUE
001785             GO TO 2050-EXIT
001786         END-IF.
001790         IF PR-PROG-TYPE = 'C' AND PR-CONTRIB IS NOT NUMERIC
001800             MOVE '07' TO PG-REJECT-REASON
001801             SET PG-REQUEST-INVALID TO TRUE
001802             GO TO 2050-EXIT
001803         END-IF.
001804         IF PR-PROG-TYPE = 'L'
001805             AND (PR-NUM-INICIAL NOT > ZERO OR PR-RAZAO < ZERO)
001806             MOVE '09' TO PG-REJECT-REASON
001807             SET PG-REQUEST-INVALID TO TRUE
001808             GO TO 2050-EXIT
001809         END-IF.
001810         IF PR-CURRENCY NOT = SPACES
001811             MOVE PR-CURRENCY TO PG-CUR-KEY
001812             PERFORM 2200-LOOKUP-CURRENCY THRU 2200-EXIT
001813         ELSE
001814             SET PG-CUR-FOUND TO TRUE
001815         END-IF.
001816         IF PG-CUR-NOT-FOUND
001817             MOVE '10' TO PG-REJECT-REASON
001818             SET PG-REQUEST-INVALID TO TRUE
001820             GO TO 2050-EXIT
001830         END-IF.
001840         PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
002100         END-IF.
002110 2110-EXIT.
002120         EXIT.
002121 2200-LOOKUP-CURRENCY.
002122         SET PG-CUR-NOT-FOUND TO TRUE.
002123         PERFORM 2210-CHECK-CURRENCY-ENTRY THRU 2210-EXIT
002124             VARYING PG-CUR-SUB FROM 1 BY 1
002125             UNTIL PG-CUR-SUB > PG-CUR-COUNT
002126             OR PG-CUR-FOUND.
002127 2200-EXIT.
002128         EXIT.
002129 2210-CHECK-CURRENCY-ENTRY.
002130         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
002131             SET PG-CUR-FOUND TO TRUE
002132         END-IF.
002133 2210-EXIT.
002134         EXIT.
002135 2900-READ-REQUEST.
002140         READ REQUEST-INPUT-FILE
002150             AT END
002160                 SET PG-EOF-YES TO TRUE
002380         ELSE
002390             MOVE ZERO TO CL-CONTRIB
002400         END-IF.
002401         MOVE PG-OPERATOR-ID  TO CL-OPERATOR-ID.
002402         IF PR-CURRENCY = SPACES
002403             MOVE PG-BASE-CURRENCY TO CL-CURRENCY
002404         ELSE
002405             MOVE PR-CURRENCY TO CL-CURRENCY
002406         END-IF.
002410         WRITE REQUEST-CLEAN-RECORD.
002420         ADD 1 TO PG-CLEAN-COUNT.
002430 3000-EXIT.
