000170*             H  HOLD A SCHEDULE (SUSPEND WITHOUT DELETING --
000180*                RELEASE IT AGAIN WITH A CHANGE CARRYING
000190*                STATUS A)
000191*             P  APPROVE THE SCHEDULE'S PENDING ITEM (SEE BELOW)
000192*             R  DECLINE THE SCHEDULE'S PENDING ITEM
000193*
000194*           DUAL CONTROL: EVERY TRANSACTION CARRIES THE ID OF THE
000195*           OPERATOR WHO KEYED IT.  AN ADD, A DELETE, AND A
000196*           CHANGE THAT ALTERS A FINANCIAL FIELD (TYPE, NUM-
000197*           INICIAL, RAZAO, QTDE-TERMOS, CONTRIBUTION OR
000198*           CURRENCY) IS NOT APPLIED BUT HELD ON THE PENDING-
000199*           APPROVAL FILE (PGPEND, ONE ITEM PER REQUEST-ID, SEE
000200*           PGPNDREC) UNTIL A P TRANSACTION FROM A DIFFERENT
000201*           OPERATOR APPLIES IT OR AN R TRANSACTION FROM A
000202*           DIFFERENT OPERATOR DECLINES IT.  HOLDS AND NON-
000203*           FINANCIAL CHANGES APPLY DIRECTLY.  PENDING ITEMS OLDER
000204*           THAN THE EXPIRY PERIOD ARE LISTED AND DROPPED AT THE
000205*           START OF EACH RUN, AND THOSE STILL WAITING ARE LISTED
000206*           AT THE END.
000207*
000208*           PREVIEW MODE: THE WHOLE DECK IS VALIDATED AND EACH
000209*           ADD, CHANGE, DELETE, HOLD AND APPROVAL IS LISTED WITH
000210*           ITS IMPACT ON GENERATION -- TERM COUNT, FIRST AND LAST
000211*           TERM, LAST DUE DATE AND SCHEDULE TOTAL BEFORE AND
000212*           AFTER, AND THE DIFFERENCE -- COMPUTED BY PROGRESSAO'S
000213*           OWN TERM RULES FOR THE RUN DATE.  A CHANGE THAT WOULD
000214*           OVERFLOW OR BE REJECTED AT GENERATION IS FLAGGED.
000215*           NEITHER THE MASTER, THE JOURNAL NOR PGPEND IS ALTERED,
000216*           SO EACH TRANSACTION IS PREVIEWED AGAINST THE MASTER AS
000217*           IT STANDS, NOT ON TOP OF AN EARLIER TRANSACTION IN THE
000218*           SAME DECK.
000219*
000220*           PARAMETER CARD (PGPARM, OPTIONAL):
000221*             COLS 01-03  PENDING-ITEM EXPIRY IN DAYS (001-999).
000222*                         AN ABSENT OR BLANK CARD MEANS 30 DAYS.
000223*             COL  04     P = PREVIEW MODE, BLANK = UPDATE.
000224*----------------------------------------------------------------*
000225 IDENTIFICATION DIVISION.
000226 PROGRAM-ID.     PGMAINT.
000230 AUTHOR.         J HAWTHORNE.
000240 INSTALLATION.   DATA PROCESSING CENTER.
000250 DATE-WRITTEN.   22/08/2026.
000590*                    AND DEFAULTS TO ZERO OTHERWISE, AND THE
000600*                    TRANSACTION AND MASTER RECORDS GREW 60
000610*                    TO 70 (JOURNAL IMAGES WITH THEM).
000611*   15/10/2026 JH    LOAN AMORTIZATION TYPE 'L' ACCEPTED: THE
000612*                    PRINCIPAL (TR-NUM-INICIAL) MUST BE ABOVE
000613*                    ZERO AND THE RATE (TR-RAZAO) NOT NEGATIVE.
000614*   15/10/2026 JH    DUAL CONTROL: TR-OPERATOR-ID CARVED OUT OF
000615*                    THE FILLER (RECORD STAYS 70) AND REQUIRED
000616*                    ON EVERY TRANSACTION; ADDS, DELETES AND
000617*                    FINANCIAL CHANGES GO TO THE NEW PGPEND
000618*                    PENDING-APPROVAL KSDS UNTIL A SECOND
000619*                    OPERATOR APPROVES (P) OR DECLINES (R) THEM;
000620*                    PENDING ITEMS EXPIRE AFTER THE PGPARM
000621*                    PERIOD.  THE KEYING AND APPROVING OPERATOR
000622*                    IDS ARE JOURNALED AND LISTED.
000623*   15/10/2026 JH    PREVIEW MODE (PGPARM COLUMN 4 = 'P'): THE
000624*                    DECK IS VALIDATED AND EACH TRANSACTION'S
000625*                    BEFORE/AFTER IMPACT ON THE GENERATED SCHEDULE
000626*                    IS LISTED WITHOUT TOUCHING THE MASTER,
000627*                    JOURNAL OR PGPEND.  THE TERM BUILD IS
000628*                    PROGRESSAO'S (PGREQREC), AND THE ADD/CHANGE
000629*                    FIELD MAPPING IS SHARED BY THE APPLY AND THE
000630*                    PREVIEW.
000631*   15/10/2026 JH    TR-CURRENCY APPENDED (TRANSACTION GREW 70 TO
000632*                    73, PENDING IMAGE WITH IT): A NON-BLANK CODE
000633*                    MUST BE IN THE PGCURTAB TABLE; A BLANK ADD IS
000634*                    STORED AS BRL AND A BLANK CHANGE KEEPS THE
000635*                    CURRENT CODE.  A CURRENCY CHANGE IS FINANCIAL
000636*                    AND NEEDS A SECOND OPERATOR.  THE PREVIEW
000637*                    FLAGS A SCHEDULE WHOSE CURRENCY PROGRESSAO
000638*                    WOULD REJECT.
000639*------------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000641 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660         SELECT MAINT-TRANSACTION-FILE ASSIGN TO PGTRAN
000670             ORGANIZATION IS SEQUENTIAL.
000740             ORGANIZATION IS SEQUENTIAL.
000750         SELECT MAINT-JOURNAL-FILE ASSIGN TO PGJRNL
000760             ORGANIZATION IS SEQUENTIAL.
000761         SELECT PENDING-APPROVAL-FILE ASSIGN TO PGPEND
000762             ORGANIZATION IS INDEXED
000763             ACCESS MODE IS DYNAMIC
000764             RECORD KEY IS PD-REQUEST-ID
000765             FILE STATUS IS PG-PEND-FS.
000766         SELECT OPTIONAL MAINT-PARM-FILE ASSIGN TO PGPARM
000767             ORGANIZATION IS SEQUENTIAL
000768             FILE STATUS IS PG-PARM-FS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  MAINT-TRANSACTION-FILE
000840             88  TR-ACTION-CHANGE                 VALUE 'C'.
000850             88  TR-ACTION-DELETE                 VALUE 'D'.
000860             88  TR-ACTION-HOLD                   VALUE 'H'.
000863             88  TR-ACTION-APPROVE                VALUE 'P'.
000866             88  TR-ACTION-DECLINE                VALUE 'R'.
000870         05  TR-REQUEST-ID            PIC X(08).
000880         05  TR-PROG-TYPE             PIC X(01).
000890         05  TR-NUM-INICIAL           PIC S9(4)V99.
000990             10  TR-FIRST-DUE-MM      PIC 9(02).
001000             10  TR-FIRST-DUE-DD      PIC 9(02).
001010         05  TR-CONTRIB               PIC S9(7)V99.
001020         05  TR-OPERATOR-ID           PIC X(08).
001025         05  TR-CURRENCY              PIC X(03).
001030 FD  REQUEST-MASTER-FILE.
001040     COPY PGMSTREC.
001050 FD  MAINT-LISTING-FILE
001080 FD  MAINT-JOURNAL-FILE
001090         RECORDING MODE IS F.
001100     COPY PGJRNREC.
001101 FD  PENDING-APPROVAL-FILE.
001102     COPY PGPNDREC.
001103 FD  MAINT-PARM-FILE
001104         RECORDING MODE IS F.
001105 01  MAINT-PARM-RECORD.
001106         05  PA-EXPIRY-X              PIC X(03).
001107         05  PA-EXPIRY-DAYS REDEFINES PA-EXPIRY-X
001108                                      PIC 9(03).
001109         05  PA-RUN-MODE              PIC X(01).
001110         05  FILLER                   PIC X(76).
001111 WORKING-STORAGE SECTION.
001120 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001130         88  PG-EOF-YES                           VALUE 'Y'.
001140         88  PG-EOF-NO                            VALUE 'N'.
001160         88  PG-TRAN-VALID                        VALUE 'Y'.
001170         88  PG-TRAN-INVALID                      VALUE 'N'.
001180 77  PG-MASTER-FS                 PIC X(02)   VALUE '00'.
001181 77  PG-PEND-FS                   PIC X(02)   VALUE '00'.
001182 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
001183 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001184         88  PG-PARM-EOF-YES                      VALUE 'Y'.
001185         88  PG-PARM-EOF-NO                       VALUE 'N'.
001186 77  PG-PEND-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001187         88  PG-PEND-EOF-YES                      VALUE 'Y'.
001188         88  PG-PEND-EOF-NO                       VALUE 'N'.
001189 77  PG-OPEN-SWITCH               PIC X(01)   VALUE 'N'.
001190         88  PG-OPEN-FAILED                       VALUE 'Y'.
001191         88  PG-OPEN-OK                           VALUE 'N'.
001192 77  PG-MODE-SWITCH               PIC X(01)   VALUE SPACE.
001193         88  PG-PREVIEW-MODE                      VALUE 'P'.
001194         88  PG-UPDATE-MODE                       VALUE SPACE.
001195 77  PG-OVERFLOW-SWITCH           PIC X(01)   VALUE 'N'.
001196         88  PG-OVERFLOW-YES                      VALUE 'Y'.
001197         88  PG-OVERFLOW-NO                       VALUE 'N'.
001198 77  PG-AMORTIZE-SWITCH           PIC X(01)   VALUE 'N'.
001199         88  PG-AMORTIZE-FAIL                     VALUE 'Y'.
001200         88  PG-AMORTIZE-OK                       VALUE 'N'.
001201 77  PG-GENERATE-SWITCH           PIC X(01)   VALUE 'Y'.
001202         88  PG-GENERATE-VALID                    VALUE 'Y'.
001203         88  PG-GENERATE-INVALID                  VALUE 'N'.
001204 77  PG-FATOR-SUB                 PIC 9(5)    COMP VALUE 0.
001205 77  PG-PV-SUB                    PIC 9(04)   COMP VALUE 0.
001206 77  PG-APPROVAL-SWITCH           PIC X(01)   VALUE 'N'.
001207         88  PG-APPROVAL-NEEDED                   VALUE 'Y'.
001208         88  PG-APPROVAL-NOT-NEEDED               VALUE 'N'.
001209 77  PG-LEAP-SWITCH               PIC X(01)   VALUE 'N'.
001210         88  PG-LEAP-YEAR                         VALUE 'Y'.
001211         88  PG-NOT-LEAP-YEAR                     VALUE 'N'.
001212 77  PG-EXPIRY-DAYS               PIC 9(03)   COMP VALUE 30.
001213 77  PG-MAX-TERMOS                PIC 9(5)    COMP VALUE 10000.
001214 77  PG-READ-COUNT                PIC 9(08)   COMP VALUE 0.
001215 77  PG-APPLIED-COUNT             PIC 9(08)   COMP VALUE 0.
001220 77  PG-REJECT-COUNT              PIC 9(08)   COMP VALUE 0.
001221 77  PG-PENDING-COUNT             PIC 9(08)   COMP VALUE 0.
001222 77  PG-DECLINED-COUNT            PIC 9(08)   COMP VALUE 0.
001223 77  PG-EXPIRED-COUNT             PIC 9(08)   COMP VALUE 0.
001224 77  PG-WAITING-COUNT             PIC 9(08)   COMP VALUE 0.
001225 77  PG-PREVIEW-COUNT             PIC 9(08)   COMP VALUE 0.
001226 77  PG-FLAGGED-COUNT             PIC 9(08)   COMP VALUE 0.
001230 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001240 01  PG-RUN-TIME-RAW              PIC 9(08)   VALUE ZERO.
001250 01  PG-RUN-TIME                  PIC 9(06)   VALUE ZERO.
001290 01  PG-JRNL-BEFORE               PIC X(70)   VALUE SPACES.
001300 01  PG-JRNL-AFTER                PIC X(70)   VALUE SPACES.
001310 01  PG-REJECT-REASON             PIC X(44)   VALUE SPACES.
001311*   THE SECOND OPERATOR ON A P TRANSACTION, JOURNALED WITH THE
001312*   KEYING OPERATOR; SPACES WHEN A TRANSACTION APPLIES DIRECTLY.
001313 01  PG-APPROVER-ID               PIC X(08)   VALUE SPACES.
001314 01  PG-PEND-IMAGE                PIC X(73)   VALUE SPACES.
001315 01  PG-CONTRIB-WORK              PIC S9(7)V99 VALUE ZERO.
001316*   A CHANGE'S CURRENCY AND THE SCHEDULE'S CURRENT ONE, EACH WITH
001317*   BLANK RESOLVED, FOR THE DUAL-CONTROL COMPARE.
001318 01  PG-CURRENCY-WORK             PIC X(03)   VALUE SPACES.
001319 01  PG-CURRENCY-HELD             PIC X(03)   VALUE SPACES.
001320*   AGE OF A PENDING ITEM IN DAYS, FROM DAY NUMBERS (DAYS SINCE
001321*   01/01/0001) SO THE SUBTRACTION SPANS MONTH AND YEAR ENDS.
001322 01  PG-RUN-DAYS                  PIC S9(09)  COMP VALUE 0.
001323 01  PG-PEND-AGE                  PIC S9(09)  COMP VALUE 0.
001324 01  PG-DN-DATE.
001325         05  PG-DN-YYYY               PIC 9(04).
001326         05  PG-DN-MM                 PIC 9(02).
001327         05  PG-DN-DD                 PIC 9(02).
001328 01  PG-DN-DATE-N REDEFINES PG-DN-DATE
001329                                      PIC 9(08).
001330 01  PG-DN-DAYS                   PIC S9(09)  COMP VALUE 0.
001331 01  PG-DN-YEARS                  PIC 9(04)   COMP VALUE 0.
001332 01  PG-DN-LEAP-DAYS              PIC 9(04)   COMP VALUE 0.
001333 01  PG-DN-CENTURIES              PIC 9(04)   COMP VALUE 0.
001334 01  PG-DN-QUAD-CENTURIES         PIC 9(04)   COMP VALUE 0.
001335 01  PG-LEAP-QUOTIENT             PIC 9(04)   COMP VALUE ZERO.
001336 01  PG-LEAP-REMAINDER            PIC 9(04)   COMP VALUE ZERO.
001337 01  PG-CUM-DAYS-VALUES           PIC X(36)
001338         VALUE '000031059090120151181212243273304334'.
001339 01  PG-CUM-DAYS-TABLE REDEFINES PG-CUM-DAYS-VALUES.
001340         05  PG-CUM-DAYS              PIC 9(03)   OCCURS 12 TIMES.
001341*   REASON-COLUMN NOTES NAMING THE OTHER OPERATOR ON A DUAL-
001342*   CONTROL LINE OF THE LISTING.
001343 01  PG-APPROVED-NOTE.
001344         05  FILLER                   PIC X(13)
001345             VALUE 'APROVADO POR '.
001346         05  AN-APPROVER-ID           PIC X(08).
001347         05  FILLER                   PIC X(23)  VALUE SPACES.
001348 01  PG-KEYED-NOTE.
001349         05  FILLER                   PIC X(05)  VALUE 'ACAO '.
001350         05  KN-ACTION                PIC X(01).
001351         05  FILLER                   PIC X(14)
001352             VALUE ' DIGITADA POR '.
001353         05  KN-MAINT-OPERATOR        PIC X(08).
001354         05  FILLER                   PIC X(16)  VALUE SPACES.
001355*   PREVIEW MODE.  THE BEFORE (1) AND AFTER (2) VIEWS OF A
001356*   SCHEDULE AS PROGRESSAO WOULD GENERATE IT ON THE RUN DATE: NOT
001357*   ON THE MASTER AT ALL, ON IT BUT NOT SELECTED (HELD, CLOSED OR
001358*   OUTSIDE ITS EFFECTIVE DATES), GENERATED, OR REJECTED BY THE
001359*   GENERATION ITSELF (OVERFLOW 04, LOAN THAT CANNOT AMORTIZE 05,
001360*   OR A FIELD PROGRESSAO'S OWN EDIT WOULD REFUSE).
001361 01  PG-PREVIEW-TABLE.
001362         05  PG-PV-ENTRY OCCURS 2 TIMES.
001363             10  PV-STATE                 PIC X(01).
001364                 88  PV-ABSENT                        VALUE 'X'.
001365                 88  PV-NOT-SELECTED                  VALUE 'N'.
001366                 88  PV-GENERATED                     VALUE 'G'.
001367                 88  PV-OVERFLOW                      VALUE 'O'.
001368                 88  PV-NO-AMORTIZE                   VALUE 'L'.
001369                 88  PV-INVALID                       VALUE 'R'.
001370                 88  PV-FLAGGED   VALUE 'O' 'L' 'R'.
001371             10  PV-TERM-COUNT            PIC 9(05).
001372             10  PV-FIRST-TERM            PIC S9(9)V99.
001373             10  PV-LAST-TERM             PIC S9(9)V99.
001374             10  PV-LAST-DUE              PIC 9(08).
001375             10  PV-TOTAL                 PIC S9(11)V99.
001376 01  PG-PREVIEW-NOTE              PIC X(44)   VALUE SPACES.
001377 01  PG-PV-STATE-TEXT             PIC X(19)   VALUE SPACES.
001378 01  PG-PV-COUNT-DIFF             PIC S9(05)  VALUE ZERO.
001379 01  PG-PV-AMOUNT-DIFF            PIC S9(12)V99 VALUE ZERO.
001380 01  PG-PV-DAYS-BEFORE            PIC S9(09)  COMP VALUE 0.
001381 01  PG-PV-DAYS-DIFF              PIC S9(09)  COMP VALUE 0.
001382*   PROGRESSAO'S TERM-BUILD FIELDS, FOR THE PREVIEW.
001383 01  CONTADOR                     PIC 9(5)    COMP.
001384 01  REQUEST-ID                   PIC X(08).
001385 01  PROG-TYPE                    PIC X(01).
001386         88  PROG-TYPE-ARITHMETIC                 VALUE 'A'.
001387         88  PROG-TYPE-GEOMETRIC                  VALUE 'G'.
001388         88  PROG-TYPE-CONTRIBUTION               VALUE 'C'.
001389         88  PROG-TYPE-LOAN                       VALUE 'L'.
001390 01  TOTAL-TERMOS                 PIC S9(11)V99 COMP-3.
001391 01  PG-DUE-DATE.
001392         05  PG-DUE-YYYY              PIC 9(04).
001393         05  PG-DUE-MM                PIC 9(02).
001394         05  PG-DUE-DD                PIC 9(02).
001395 01  PG-DUE-DATE-N REDEFINES PG-DUE-DATE
001396                                      PIC 9(08).
001397 01  PG-DUE-BASE-DD               PIC 9(02)   VALUE ZERO.
001398 01  PG-DAYS-IN-MONTH             PIC 9(02)   VALUE ZERO.
001399     COPY PGCURTAB.
001400     COPY PGREQREC.
001401 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001402 01  PG-LISTING-HEADER.
001403         05  FILLER                   PIC X(31)
001404             VALUE 'PGMAINT - MANUTENCAO DO MASTER '.
001405         05  FILLER                   PIC X(04)  VALUE 'EM '.
001406         05  LH-RUN-DATE              PIC 9(08).
001407         05  FILLER                   PIC X(89)  VALUE SPACES.
001408 01  PG-LISTING-DETAIL.
001409         05  LS-ACTION                PIC X(01).
001410         05  FILLER                   PIC X(02)  VALUE SPACES.
001420         05  LS-REQUEST-ID            PIC X(08).
001430         05  FILLER                   PIC X(02)  VALUE SPACES.
001440         05  LS-RESULT                PIC X(10).
001450         05  FILLER                   PIC X(02)  VALUE SPACES.
001460         05  LS-REASON                PIC X(44).
001470         05  FILLER                   PIC X(02)  VALUE SPACES.
001472         05  LS-OPERATOR-LABEL        PIC X(04).
001474         05  LS-OPERATOR-ID           PIC X(08).
001476         05  FILLER                   PIC X(49)  VALUE SPACES.
001480 01  PG-LISTING-SUMMARY.
001490         05  FILLER                   PIC X(10)
001500             VALUE 'PGMAINT - '.
001570         05  FILLER                   PIC X(12)
001580             VALUE ' REJEITADAS.'.
001590         05  FILLER                   PIC X(66)  VALUE SPACES.
001591 01  PG-LISTING-SUMMARY-2.
001592         05  FILLER                   PIC X(10)
001593             VALUE 'PGMAINT - '.
001594         05  LS-SUM-PENDING           PIC Z(7)9.
001595         05  FILLER                   PIC X(23)
001596             VALUE ' ENVIADAS P/ APROVACAO,'.
001597         05  LS-SUM-DECLINED          PIC Z(7)9.
001598         05  FILLER                   PIC X(11)
001599             VALUE ' RECUSADAS,'.
001600         05  LS-SUM-EXPIRED           PIC Z(7)9.
001601         05  FILLER                   PIC X(11)
001602             VALUE ' EXPIRADAS,'.
001603         05  LS-SUM-WAITING           PIC Z(7)9.
001604         05  FILLER                   PIC X(22)
001605             VALUE ' AGUARDANDO APROVACAO.'.
001606         05  FILLER                   PIC X(23)  VALUE SPACES.
001607 01  PG-PREVIEW-BANNER.
001608         05  FILLER                   PIC X(32)
001609             VALUE 'MODO PREVIA - MASTER, JOURNAL E '.
001610         05  FILLER                   PIC X(28)
001611             VALUE 'PENDENCIAS NAO SAO ALTERADOS'.
001612         05  FILLER                   PIC X(72)  VALUE SPACES.
001613 01  PG-PREVIEW-HEADING.
001614         05  FILLER                   PIC X(13)  VALUE SPACES.
001615         05  FILLER                   PIC X(18)
001616             VALUE 'IMPACTO NA GERACAO'.
001617         05  FILLER                   PIC X(19)
001618             VALUE '              ANTES'.
001619         05  FILLER                   PIC X(02)  VALUE SPACES.
001620         05  FILLER                   PIC X(19)
001621             VALUE '             DEPOIS'.
001622         05  FILLER                   PIC X(02)  VALUE SPACES.
001623         05  FILLER                   PIC X(19)
001624             VALUE '          DIFERENCA'.
001625         05  FILLER                   PIC X(40)  VALUE SPACES.
001626 01  PG-PREVIEW-COUNT-LINE.
001627         05  FILLER                   PIC X(13)  VALUE SPACES.
001628         05  PVC-LABEL                PIC X(18).
001629         05  FILLER                   PIC X(14)  VALUE SPACES.
001630         05  PVC-BEFORE               PIC ZZZZ9.
001631         05  FILLER                   PIC X(16)  VALUE SPACES.
001632         05  PVC-AFTER                PIC ZZZZ9.
001633         05  FILLER                   PIC X(15)  VALUE SPACES.
001634         05  PVC-DIFF                 PIC -ZZZZ9.
001635         05  FILLER                   PIC X(40)  VALUE SPACES.
001636 01  PG-PREVIEW-AMOUNT-LINE.
001637         05  FILLER                   PIC X(13)  VALUE SPACES.
001638         05  PVA-LABEL                PIC X(18).
001639         05  PVA-BEFORE               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001640         05  FILLER                   PIC X(02)  VALUE SPACES.
001641         05  PVA-AFTER                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001642         05  FILLER                   PIC X(02)  VALUE SPACES.
001643         05  PVA-DIFF                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001644         05  FILLER                   PIC X(40)  VALUE SPACES.
001645 01  PG-PREVIEW-DATE-LINE.
001646         05  FILLER                   PIC X(13)  VALUE SPACES.
001647         05  PVD-LABEL                PIC X(18).
001648         05  FILLER                   PIC X(11)  VALUE SPACES.
001649         05  PVD-BEFORE               PIC X(08).
001650         05  FILLER                   PIC X(13)  VALUE SPACES.
001651         05  PVD-AFTER                PIC X(08).
001652         05  FILLER                   PIC X(14)  VALUE SPACES.
001653         05  PVD-DIFF-X               PIC X(07).
001654         05  PVD-DIFF REDEFINES PVD-DIFF-X
001655                                     PIC -ZZZZZ9.
001656         05  PVD-DIFF-UNIT            PIC X(05).
001657         05  FILLER                   PIC X(35)  VALUE SPACES.
001658 01  PG-PREVIEW-STATE-LINE.
001659         05  FILLER                   PIC X(13)  VALUE SPACES.
001660         05  FILLER                   PIC X(18)  VALUE 'SITUACAO'.
001661         05  PVS-BEFORE               PIC X(19).
001662         05  FILLER                   PIC X(02)  VALUE SPACES.
001663         05  PVS-AFTER                PIC X(19).
001664         05  FILLER                   PIC X(02)  VALUE SPACES.
001665         05  PVS-FLAG                 PIC X(40).
001666         05  FILLER                   PIC X(19)  VALUE SPACES.
001667 01  PG-PREVIEW-SUMMARY.
001668         05  FILLER                   PIC X(10)
001669             VALUE 'PGMAINT - '.
001670         05  LS-PRV-READ              PIC Z(7)9.
001671         05  FILLER                   PIC X(08)  VALUE ' LIDAS, '.
001672         05  LS-PRV-PREVIEWED         PIC Z(7)9.
001673         05  FILLER                   PIC X(12)
001674             VALUE ' PREVISTAS, '.
001675         05  LS-PRV-REJECT            PIC Z(7)9.
001676         05  FILLER                   PIC X(13)
001677             VALUE ' REJEITADAS, '.
001678         05  LS-PRV-FLAGGED           PIC Z(7)9.
001679         05  FILLER                   PIC X(23)
001680             VALUE ' COM ALERTA NA GERACAO.'.
001681         05  FILLER                   PIC X(34)  VALUE SPACES.
001682 01  PG-PENDING-HEADER.
001683         05  PH-TITLE                 PIC X(32).
001684         05  FILLER                   PIC X(17)
001685             VALUE '  PRAZO EM DIAS: '.
001686         05  PH-EXPIRY-DAYS           PIC ZZ9.
001687         05  FILLER                   PIC X(80)  VALUE SPACES.
001688 01  PG-PENDING-LINE.
001689         05  PL-ACTION                PIC X(01).
001690         05  FILLER                   PIC X(02)  VALUE SPACES.
001691         05  PL-REQUEST-ID            PIC X(08).
001692         05  FILLER                   PIC X(02)  VALUE SPACES.
001693         05  PL-RESULT                PIC X(10).
001694         05  FILLER                   PIC X(14)
001695             VALUE '  DIGITADO EM '.
001696         05  PL-SUBMIT-DATE           PIC 9(08).
001697         05  FILLER                   PIC X(01)  VALUE SPACE.
001698         05  PL-SUBMIT-TIME           PIC 9(06).
001699         05  FILLER                   PIC X(05)  VALUE ' POR '.
001700         05  PL-MAINT-OPERATOR        PIC X(08).
001701         05  FILLER                   PIC X(08)  VALUE '  IDADE '.
001702         05  PL-AGE-DAYS              PIC ZZZZ9.
001703         05  FILLER                   PIC X(05)  VALUE ' DIAS'.
001704         05  FILLER                   PIC X(49)  VALUE SPACES.
001705 PROCEDURE DIVISION.
001706 0000-MAINLINE.
001707         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001708         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001709             UNTIL PG-EOF-YES.
001710         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001711         STOP RUN.
001712 1000-INITIALIZE.
001713         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
001714         ACCEPT PG-RUN-TIME-RAW FROM TIME.
001715         COMPUTE PG-RUN-TIME = PG-RUN-TIME-RAW / 100.
001716         PERFORM 1100-READ-PARM THRU 1100-EXIT.
001717         MOVE PG-RUN-DATE TO PG-DN-DATE-N.
001718         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
001719         MOVE PG-DN-DAYS TO PG-RUN-DAYS.
001720         OPEN INPUT  MAINT-TRANSACTION-FILE.
001721         OPEN OUTPUT MAINT-LISTING-FILE.
001730         IF PG-PREVIEW-MODE
001740             OPEN INPUT  REQUEST-MASTER-FILE
001742         ELSE
001744             OPEN EXTEND MAINT-JOURNAL-FILE
001746             OPEN I-O    REQUEST-MASTER-FILE
001748         END-IF.
001750         IF PG-MASTER-FS NOT = '00'
001760             DISPLAY "PGMST - ERRO: ABERTURA DO MASTER FALHOU, "
001770                 "FILE STATUS " PG-MASTER-FS "."
001780             MOVE 16 TO RETURN-CODE
001790             SET PG-EOF-YES TO TRUE
001791             SET PG-OPEN-FAILED TO TRUE
001792             GO TO 1000-EXIT
001793         END-IF.
001794         IF PG-PREVIEW-MODE
001795             OPEN INPUT  PENDING-APPROVAL-FILE
001796         ELSE
001797             OPEN I-O    PENDING-APPROVAL-FILE
001798         END-IF.
001799         IF PG-PEND-FS NOT = '00'
001800             DISPLAY "PGPEND - ERRO: ABERTURA DO ARQUIVO DE "
001801                 "PENDENCIAS FALHOU, "
001802                 "FILE STATUS " PG-PEND-FS "."
001803             MOVE 16 TO RETURN-CODE
001804             SET PG-EOF-YES TO TRUE
001805             SET PG-OPEN-FAILED TO TRUE
001806             GO TO 1000-EXIT
001810         END-IF.
001820         MOVE SPACES TO MAINT-LISTING-RECORD.
001830         MOVE PG-RUN-DATE TO LH-RUN-DATE.
001840         WRITE MAINT-LISTING-RECORD FROM PG-LISTING-HEADER.
001841         IF PG-PREVIEW-MODE
001842             WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-BANNER
001843         ELSE
001844             PERFORM 1500-EXPIRE-PENDING THRU 1500-EXIT
001845         END-IF.
001850         PERFORM 2900-READ-TRAN THRU 2900-EXIT.
001860 1000-EXIT.
001870         EXIT.
001871 1100-READ-PARM.
001872         OPEN INPUT MAINT-PARM-FILE.
001873*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
001874*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
001875         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
001876             GO TO 1100-EXIT
001877         END-IF.
001878         READ MAINT-PARM-FILE
001879             AT END
001880                 SET PG-PARM-EOF-YES TO TRUE
001881         END-READ.
001882         IF PG-PARM-EOF-NO AND PA-EXPIRY-X NOT = SPACES
001883             IF PA-EXPIRY-DAYS IS NOT NUMERIC
001884                 OR PA-EXPIRY-DAYS = ZERO
001885                 DISPLAY "PGPARM - ERRO: PRAZO INVALIDO (USE "
001886                     "DIAS 001-999), EXECUCAO CANCELADA."
001887                 MOVE 16 TO RETURN-CODE
001888                 CLOSE MAINT-PARM-FILE
001889                 STOP RUN
001890             END-IF
001891             MOVE PA-EXPIRY-DAYS TO PG-EXPIRY-DAYS
001892         END-IF.
001893         IF PG-PARM-EOF-NO
001894             IF PA-RUN-MODE NOT = 'P' AND PA-RUN-MODE NOT = SPACE
001895                 DISPLAY "PGPARM - ERRO: MODO INVALIDO (USE P OU "
001896                     "BRANCO), EXECUCAO CANCELADA."
001897                 MOVE 16 TO RETURN-CODE
001898                 CLOSE MAINT-PARM-FILE
001899                 STOP RUN
001900             END-IF
001901             MOVE PA-RUN-MODE TO PG-MODE-SWITCH
001902         END-IF.
001903         CLOSE MAINT-PARM-FILE.
001904 1100-EXIT.
001905         EXIT.
001906*--------------------------------------------------------------*
001907* EXPIRY.  EVERY ITEM ON PGPEND IS AGED FROM ITS SUBMIT DATE TO *
001908* THE RUN DATE BEFORE ANY TRANSACTION IS READ; ONE OLDER THAN   *
001909* THE EXPIRY PERIOD IS LISTED AND DROPPED, AND MUST BE KEYED    *
001910* AGAIN IF THE CHANGE IS STILL WANTED.                          *
001911*--------------------------------------------------------------*
001912 1500-EXPIRE-PENDING.
001913         MOVE 'PENDENCIAS EXPIRADAS' TO PH-TITLE.
001914         MOVE PG-EXPIRY-DAYS TO PH-EXPIRY-DAYS.
001915         WRITE MAINT-LISTING-RECORD FROM PG-PENDING-HEADER.
001916         MOVE LOW-VALUES TO PD-REQUEST-ID.
001917         START PENDING-APPROVAL-FILE KEY IS NOT < PD-REQUEST-ID
001918             INVALID KEY
001919                 GO TO 1500-EXIT
001920         END-START.
001921         SET PG-PEND-EOF-NO TO TRUE.
001922         PERFORM 1510-EXPIRE-ITEM THRU 1510-EXIT
001923             UNTIL PG-PEND-EOF-YES.
001924 1500-EXIT.
001925         EXIT.
001926 1510-EXPIRE-ITEM.
001927         READ PENDING-APPROVAL-FILE NEXT RECORD
001928             AT END
001929                 SET PG-PEND-EOF-YES TO TRUE
001930         END-READ.
001931         IF PG-PEND-EOF-YES
001932             GO TO 1510-EXIT
001933         END-IF.
001934         PERFORM 1600-AGE-PENDING THRU 1600-EXIT.
001935         IF PG-PEND-AGE NOT > PG-EXPIRY-DAYS
001936             GO TO 1510-EXIT
001937         END-IF.
001938         MOVE 'EXPIRADO' TO PL-RESULT.
001939         PERFORM 4300-WRITE-PENDING-LINE THRU 4300-EXIT.
001940         DELETE PENDING-APPROVAL-FILE.
001941         ADD 1 TO PG-EXPIRED-COUNT.
001942 1510-EXIT.
001943         EXIT.
001944 1600-AGE-PENDING.
001945         MOVE PD-SUBMIT-DATE TO PG-DN-DATE-N.
001946         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
001947         COMPUTE PG-PEND-AGE = PG-RUN-DAYS - PG-DN-DAYS.
001948 1600-EXIT.
001949         EXIT.
001950 2000-PROCESS-TRAN.
001951         MOVE SPACES TO PG-APPROVER-ID.
001952         PERFORM 2050-VALIDATE-TRAN THRU 2050-EXIT.
001953         IF PG-TRAN-INVALID
001954             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
001955             GO TO 2000-READ-NEXT
001956         END-IF.
001957         IF PG-PREVIEW-MODE
001958             PERFORM 7000-PREVIEW-TRAN THRU 7000-EXIT
001959             GO TO 2000-READ-NEXT
001960         END-IF.
001961         IF TR-ACTION-APPROVE
001962             PERFORM 3500-APPROVE-PENDING THRU 3500-EXIT
001963             GO TO 2000-READ-NEXT
001964         END-IF.
001965         IF TR-ACTION-DECLINE
001966             PERFORM 3600-DECLINE-PENDING THRU 3600-EXIT
001967             GO TO 2000-READ-NEXT
001968         END-IF.
001969         IF TR-ACTION-HOLD
001970             PERFORM 3300-APPLY-HOLD THRU 3300-EXIT
001971             GO TO 2000-READ-NEXT
001972         END-IF.
001973         PERFORM 2100-CHECK-DUAL-CONTROL THRU 2100-EXIT.
001974         IF PG-TRAN-INVALID
001975             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
001976             GO TO 2000-READ-NEXT
001977         END-IF.
001978         IF PG-APPROVAL-NEEDED
001979             PERFORM 3400-WRITE-PENDING THRU 3400-EXIT
001980         ELSE
001981             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002060         END-IF.
002070 2000-READ-NEXT.
002080         PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002120* EVERY FIELD A TRANSACTION CARRIES IS CHECKED BEFORE THE       *
002130* MASTER IS TOUCHED.  THE FIRST FAILING CHECK SETS THE REASON   *
002140* AND STOPS, SO THE LISTING NAMES ONE PROBLEM AT A TIME.  ONLY  *
002150* ADD AND CHANGE CARRY SCHEDULE FIELDS; DELETE, HOLD, APPROVE   *
002160* AND DECLINE ARE KEY-ONLY ACTIONS.  EVERY ACTION MUST NAME     *
002163* THE OPERATOR WHO KEYED IT, OR DUAL CONTROL HAS NOTHING TO     *
002166* COMPARE.                                                      *
002170*--------------------------------------------------------------*
002180 2050-VALIDATE-TRAN.
002190         SET PG-TRAN-VALID TO TRUE.
002200         MOVE SPACES TO PG-REJECT-REASON.
002210         IF NOT TR-ACTION-ADD AND NOT TR-ACTION-CHANGE
002220             AND NOT TR-ACTION-DELETE AND NOT TR-ACTION-HOLD
002230             AND NOT TR-ACTION-APPROVE AND NOT TR-ACTION-DECLINE
002235             MOVE 'ACAO INVALIDA (USE A, C, D, H, P OU R)'
002240                 TO PG-REJECT-REASON
002250             SET PG-TRAN-INVALID TO TRUE
002260             GO TO 2050-EXIT
002300             SET PG-TRAN-INVALID TO TRUE
002310             GO TO 2050-EXIT
002320         END-IF.
002321         IF TR-OPERATOR-ID = SPACES
002322             MOVE 'OPERADOR NAO INFORMADO' TO PG-REJECT-REASON
002323             SET PG-TRAN-INVALID TO TRUE
002324             GO TO 2050-EXIT
002325         END-IF.
002330         IF TR-ACTION-DELETE OR TR-ACTION-HOLD
002335             OR TR-ACTION-APPROVE OR TR-ACTION-DECLINE
002340             GO TO 2050-EXIT
002350         END-IF.
002360         IF TR-PROG-TYPE NOT = 'A' AND TR-PROG-TYPE NOT = 'G'
002370             AND TR-PROG-TYPE NOT = 'C' AND TR-PROG-TYPE NOT = 'L'
002380             MOVE 'TIPO DE PROGRESSAO INVALIDO (A, G, C OU L)'
002390                 TO PG-REJECT-REASON
002400             SET PG-TRAN-INVALID TO TRUE
002410             GO TO 2050-EXIT
003200             SET PG-TRAN-INVALID TO TRUE
003210             GO TO 2050-EXIT
003220         END-IF.
003221*       A LOAN NEEDS A PRINCIPAL TO REPAY AND CANNOT EARN
003222*       NEGATIVE INTEREST; WHETHER THE PAYMENT COVERS THE
003223*       INTEREST IS LEFT TO PROGRESSAO'S TRIAL PASS.
003224         IF TR-PROG-TYPE = 'L'
003225             AND (TR-NUM-INICIAL NOT > ZERO OR TR-RAZAO < ZERO)
003226             MOVE 'PRINCIPAL OU TAXA INVALIDA (TIPO L)'
003227                 TO PG-REJECT-REASON
003228             SET PG-TRAN-INVALID TO TRUE
003229             GO TO 2050-EXIT
003230         END-IF.
003231*       THE CURRENCY MUST BE ONE THE SUITE KNOWS.  A BLANK ADD
003232*       IS STORED AS THE BASE CURRENCY AND A BLANK CHANGE KEEPS
003233*       THE SCHEDULE'S CURRENT ONE (3010 / 3110).
003234         IF TR-CURRENCY NOT = SPACES
003235             MOVE TR-CURRENCY TO PG-CUR-KEY
003236             PERFORM 6500-LOOKUP-CURRENCY THRU 6500-EXIT
003237             IF PG-CUR-NOT-FOUND
003238                 MOVE 'MOEDA NAO CADASTRADA (USE BRL, USD OU EUR)'
003239                     TO PG-REJECT-REASON
003240                 SET PG-TRAN-INVALID TO TRUE
003241                 GO TO 2050-EXIT
003242             END-IF
003243         END-IF.
003244 2050-EXIT.
003245         EXIT.
003246*--------------------------------------------------------------*
003247* DUAL CONTROL.  A SCHEDULE WITH AN ITEM ALREADY AWAITING       *
003248* APPROVAL TAKES NO FURTHER ADD, CHANGE OR DELETE UNTIL THAT    *
003249* ITEM IS DECIDED.  OTHERWISE AN ADD OR A DELETE ALWAYS NEEDS A *
003250* SECOND OPERATOR, AND A CHANGE NEEDS ONE ONLY WHEN IT ALTERS A *
003251* FINANCIAL FIELD -- STATUS, DATES AND THE PAYMENT CALENDAR MAY *
003252* BE CHANGED BY ONE OPERATOR.  THE MASTER IS CHECKED HERE SO AN *
003253* ITEM THAT COULD NEVER APPLY IS REJECTED NOW, NOT AT APPROVAL. *
003254*--------------------------------------------------------------*
003255 2100-CHECK-DUAL-CONTROL.
003256         SET PG-APPROVAL-NEEDED TO TRUE.
003257         MOVE TR-REQUEST-ID TO PD-REQUEST-ID.
003258         READ PENDING-APPROVAL-FILE.
003259         IF PG-PEND-FS = '00'
003260             MOVE 'REQUEST-ID JA TEM ITEM AGUARDANDO APROVACAO'
003261                 TO PG-REJECT-REASON
003262             SET PG-TRAN-INVALID TO TRUE
003263             GO TO 2100-EXIT
003264         END-IF.
003265         MOVE TR-REQUEST-ID TO PM-REQUEST-ID.
003266         READ REQUEST-MASTER-FILE.
003267         IF TR-ACTION-ADD
003268             IF PG-MASTER-FS = '00'
003269                 MOVE 'REQUEST-ID JA EXISTE NO MASTER'
003270                     TO PG-REJECT-REASON
003271                 SET PG-TRAN-INVALID TO TRUE
003272             END-IF
003273             GO TO 2100-EXIT
003274         END-IF.
003275         IF PG-MASTER-FS NOT = '00'
003276             MOVE 'REQUEST-ID NAO ENCONTRADO NO MASTER'
003277                 TO PG-REJECT-REASON
003278             SET PG-TRAN-INVALID TO TRUE
003279             GO TO 2100-EXIT
003280         END-IF.
003281         IF TR-ACTION-DELETE
003282             GO TO 2100-EXIT
003283         END-IF.
003284*       A CONTRIBUTION KEYED BLANK IS STORED AS ZERO (3100), SO IT
003285*       IS COMPARED AS ZERO; A CURRENCY KEYED BLANK KEEPS THE
003286*       CURRENT ONE, AND A BLANK ON THE MASTER IS THE BASE.
003287         IF TR-CONTRIB IS NUMERIC
003288             MOVE TR-CONTRIB TO PG-CONTRIB-WORK
003289         ELSE
003290             MOVE ZERO TO PG-CONTRIB-WORK
003291         END-IF.
003292         MOVE PM-CURRENCY TO PG-CURRENCY-HELD.
003293         IF PG-CURRENCY-HELD = SPACES
003294             MOVE PG-BASE-CURRENCY TO PG-CURRENCY-HELD
003295         END-IF.
003296         MOVE TR-CURRENCY TO PG-CURRENCY-WORK.
003297         IF PG-CURRENCY-WORK = SPACES
003298             MOVE PG-CURRENCY-HELD TO PG-CURRENCY-WORK
003299         END-IF.
003300         IF TR-PROG-TYPE = PM-PROG-TYPE
003301             AND TR-NUM-INICIAL = PM-NUM-INICIAL
003302             AND TR-RAZAO = PM-RAZAO
003303             AND TR-QTDE-TERMOS = PM-QTDE-TERMOS
003304             AND PG-CONTRIB-WORK = PM-CONTRIB
003305             AND PG-CURRENCY-WORK = PG-CURRENCY-HELD
003306             SET PG-APPROVAL-NOT-NEEDED TO TRUE
003307         END-IF.
003308 2100-EXIT.
003309         EXIT.
003310 2900-READ-TRAN.
003311         READ MAINT-TRANSACTION-FILE
003312             AT END
003313                 SET PG-EOF-YES TO TRUE
003314         END-READ.
003315         IF NOT PG-EOF-YES
003316             ADD 1 TO PG-READ-COUNT
003320         END-IF.
003330 2900-EXIT.
003340         EXIT.
003350 3000-APPLY-ADD.
003351         PERFORM 3010-MOVE-ADD-FIELDS THRU 3010-EXIT.
003352         MOVE SPACES TO PG-JRNL-BEFORE.
003353         WRITE REQUEST-MASTER-RECORD.
003354         IF PG-MASTER-FS = '00'
003355             MOVE REQUEST-MASTER-RECORD TO PG-JRNL-AFTER
003356             PERFORM 4200-WRITE-JOURNAL THRU 4200-EXIT
003357             PERFORM 4000-WRITE-APPLIED THRU 4000-EXIT
003358         ELSE
003359             IF PG-MASTER-FS = '22'
003360                 MOVE 'REQUEST-ID JA EXISTE NO MASTER'
003361                     TO PG-REJECT-REASON
003362             ELSE
003363                 MOVE 'ERRO DE GRAVACAO NO MASTER'
003364                     TO PG-REJECT-REASON
003365             END-IF
003366             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003367         END-IF.
003368 3000-EXIT.
003369         EXIT.
003370*--------------------------------------------------------------*
003371* THE MASTER RECORD AN ADD OR A CHANGE PRODUCES.  SHARED BY THE *
003372* APPLY AND THE PREVIEW SO THE PREVIEW SHOWS EXACTLY WHAT THE   *
003373* APPLY WOULD WRITE.                                            *
003374*--------------------------------------------------------------*
003375 3010-MOVE-ADD-FIELDS.
003376         MOVE SPACES          TO REQUEST-MASTER-RECORD.
003377         MOVE TR-REQUEST-ID   TO PM-REQUEST-ID.
003380         MOVE TR-PROG-TYPE    TO PM-PROG-TYPE.
003390         MOVE TR-NUM-INICIAL  TO PM-NUM-INICIAL.
003400         MOVE TR-RAZAO        TO PM-RAZAO.
003610         ELSE
003620             MOVE ZERO TO PM-CONTRIB
003630         END-IF.
003640         IF TR-CURRENCY = SPACES
003650             MOVE PG-BASE-CURRENCY TO PM-CURRENCY
003700         ELSE
003710             MOVE TR-CURRENCY TO PM-CURRENCY
003790         END-IF.
003800 3010-EXIT.
003810         EXIT.
003820 3100-APPLY-CHANGE.
003830         MOVE TR-REQUEST-ID TO PM-REQUEST-ID.
003890             GO TO 3100-EXIT
003900         END-IF.
003910         MOVE REQUEST-MASTER-RECORD TO PG-JRNL-BEFORE.
003911         PERFORM 3110-MOVE-CHANGE-FIELDS THRU 3110-EXIT.
003912         REWRITE REQUEST-MASTER-RECORD.
003913         IF PG-MASTER-FS = '00'
003914             MOVE REQUEST-MASTER-RECORD TO PG-JRNL-AFTER
003915             PERFORM 4200-WRITE-JOURNAL THRU 4200-EXIT
003916             PERFORM 4000-WRITE-APPLIED THRU 4000-EXIT
003917         ELSE
003918             MOVE 'ERRO DE REGRAVACAO NO MASTER'
003919                 TO PG-REJECT-REASON
003920             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003921         END-IF.
003922 3100-EXIT.
003923         EXIT.
003924 3110-MOVE-CHANGE-FIELDS.
003925         MOVE TR-PROG-TYPE    TO PM-PROG-TYPE.
003930         MOVE TR-NUM-INICIAL  TO PM-NUM-INICIAL.
003940         MOVE TR-RAZAO        TO PM-RAZAO.
003950         MOVE TR-QTDE-TERMOS  TO PM-QTDE-TERMOS.
004110         ELSE
004120             MOVE ZERO TO PM-CONTRIB
004130         END-IF.
004140         IF TR-CURRENCY NOT = SPACES
004150             MOVE TR-CURRENCY TO PM-CURRENCY
004230         END-IF.
004240 3110-EXIT.
004250         EXIT.
004260 3200-APPLY-DELETE.
004270         MOVE TR-REQUEST-ID TO PM-REQUEST-ID.
004680         END-IF.
004690 3300-EXIT.
004700         EXIT.
004701*--------------------------------------------------------------*
004702* HOLD A TRANSACTION FOR A SECOND OPERATOR.  THE IMAGE IS KEPT  *
004703* EXACTLY AS KEYED, SO APPROVAL APPLIES WHAT THE FIRST OPERATOR *
004704* ENTERED AND NOTHING ELSE.                                     *
004705*--------------------------------------------------------------*
004706 3400-WRITE-PENDING.
004707         MOVE SPACES                   TO PENDING-APPROVAL-RECORD.
004708         MOVE TR-REQUEST-ID            TO PD-REQUEST-ID.
004709         MOVE TR-ACTION                TO PD-ACTION.
004710         MOVE TR-OPERATOR-ID           TO PD-MAINT-OPERATOR.
004711         MOVE PG-RUN-DATE              TO PD-SUBMIT-DATE.
004712         MOVE PG-RUN-TIME              TO PD-SUBMIT-TIME.
004713         MOVE MAINT-TRANSACTION-RECORD TO PD-TRAN-IMAGE.
004714         WRITE PENDING-APPROVAL-RECORD.
004715         IF PG-PEND-FS NOT = '00'
004716             MOVE 'ERRO DE GRAVACAO NAS PENDENCIAS'
004717                 TO PG-REJECT-REASON
004718             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004719             GO TO 3400-EXIT
004720         END-IF.
004721         MOVE SPACES           TO PG-LISTING-DETAIL.
004722         MOVE TR-ACTION        TO LS-ACTION.
004723         MOVE TR-REQUEST-ID    TO LS-REQUEST-ID.
004724         MOVE 'PENDENTE'       TO LS-RESULT.
004725         MOVE 'AGUARDA APROVACAO DE OUTRO OPERADOR' TO LS-REASON.
004726         MOVE TR-OPERATOR-ID   TO LS-OPERATOR-ID.
004727         PERFORM 4050-WRITE-DETAIL THRU 4050-EXIT.
004728         ADD 1 TO PG-PENDING-COUNT.
004729 3400-EXIT.
004730         EXIT.
004731*--------------------------------------------------------------*
004732* APPROVE A PENDING ITEM.  THE APPROVER MUST BE A DIFFERENT     *
004733* OPERATOR FROM THE ONE WHO KEYED IT.  THE ITEM LEAVES PGPEND   *
004734* AND ITS TRANSACTION, AS KEYED, GOES THROUGH THE ORDINARY      *
004735* APPLY PARAGRAPHS WITH THE APPROVER NOTED FOR THE LISTING AND  *
004736* THE JOURNAL.  IF THE MASTER HAS MOVED ON SO THE ITEM CAN NO   *
004737* LONGER APPLY, THE APPLY REJECTS IT AND IT MUST BE KEYED AGAIN.*
004738*--------------------------------------------------------------*
004739 3500-APPROVE-PENDING.
004740         MOVE TR-REQUEST-ID TO PD-REQUEST-ID.
004741         READ PENDING-APPROVAL-FILE.
004742         IF PG-PEND-FS NOT = '00'
004743             MOVE 'NENHUM ITEM AGUARDANDO APROVACAO'
004744                 TO PG-REJECT-REASON
004745             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004746             GO TO 3500-EXIT
004747         END-IF.
004748         IF PD-MAINT-OPERATOR = TR-OPERATOR-ID
004749             MOVE 'APROVADOR DEVE SER OUTRO OPERADOR'
004750                 TO PG-REJECT-REASON
004751             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004752             GO TO 3500-EXIT
004753         END-IF.
004754         MOVE PD-TRAN-IMAGE TO PG-PEND-IMAGE.
004755         DELETE PENDING-APPROVAL-FILE.
004756         IF PG-PEND-FS NOT = '00'
004757             MOVE 'ERRO DE EXCLUSAO NAS PENDENCIAS'
004758                 TO PG-REJECT-REASON
004759             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004760             GO TO 3500-EXIT
004761         END-IF.
004762         MOVE TR-OPERATOR-ID TO PG-APPROVER-ID.
004763         MOVE PG-PEND-IMAGE  TO MAINT-TRANSACTION-RECORD.
004764         IF TR-ACTION-ADD
004765             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
004766         ELSE
004767             IF TR-ACTION-CHANGE
004768                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
004769             ELSE
004770                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
004771             END-IF
004772         END-IF.
004773 3500-EXIT.
004774         EXIT.
004775*--------------------------------------------------------------*
004776* DECLINE A PENDING ITEM.  AS WITH APPROVAL, ONLY AN OPERATOR   *
004777* OTHER THAN THE ONE WHO KEYED IT MAY DECLINE IT (THE KEYING    *
004778* OPERATOR LETS IT EXPIRE); THE MASTER IS NOT TOUCHED.          *
004779*--------------------------------------------------------------*
004780 3600-DECLINE-PENDING.
004781         MOVE TR-REQUEST-ID TO PD-REQUEST-ID.
004782         READ PENDING-APPROVAL-FILE.
004783         IF PG-PEND-FS NOT = '00'
004784             MOVE 'NENHUM ITEM AGUARDANDO APROVACAO'
004785                 TO PG-REJECT-REASON
004786             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004787             GO TO 3600-EXIT
004788         END-IF.
004789         IF PD-MAINT-OPERATOR = TR-OPERATOR-ID
004790             MOVE 'RECUSA DEVE SER DE OUTRO OPERADOR'
004791                 TO PG-REJECT-REASON
004792             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004793             GO TO 3600-EXIT
004794         END-IF.
004795         MOVE PD-ACTION         TO KN-ACTION.
004796         MOVE PD-MAINT-OPERATOR TO KN-MAINT-OPERATOR.
004797         DELETE PENDING-APPROVAL-FILE.
004798         IF PG-PEND-FS NOT = '00'
004799             MOVE 'ERRO DE EXCLUSAO NAS PENDENCIAS'
004800                 TO PG-REJECT-REASON
004801             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004802             GO TO 3600-EXIT
004803         END-IF.
004804         MOVE SPACES           TO PG-LISTING-DETAIL.
004805         MOVE TR-ACTION        TO LS-ACTION.
004806         MOVE TR-REQUEST-ID    TO LS-REQUEST-ID.
004807         MOVE 'RECUSADO'       TO LS-RESULT.
004808         MOVE PG-KEYED-NOTE    TO LS-REASON.
004809         MOVE TR-OPERATOR-ID   TO LS-OPERATOR-ID.
004810         PERFORM 4050-WRITE-DETAIL THRU 4050-EXIT.
004811         ADD 1 TO PG-DECLINED-COUNT.
004812 3600-EXIT.
004813         EXIT.
004814 4000-WRITE-APPLIED.
004815         MOVE SPACES        TO PG-LISTING-DETAIL.
004816         MOVE TR-ACTION     TO LS-ACTION.
004817         MOVE TR-REQUEST-ID TO LS-REQUEST-ID.
004818         MOVE 'APLICADO'    TO LS-RESULT.
004819         MOVE TR-OPERATOR-ID TO LS-OPERATOR-ID.
004820         IF PG-APPROVER-ID NOT = SPACES
004821             MOVE PG-APPROVER-ID TO AN-APPROVER-ID
004822             MOVE PG-APPROVED-NOTE TO LS-REASON
004823         END-IF.
004824         PERFORM 4050-WRITE-DETAIL THRU 4050-EXIT.
004825         ADD 1 TO PG-APPLIED-COUNT.
004826 4000-EXIT.
004827         EXIT.
004828 4050-WRITE-DETAIL.
004829         MOVE 'OP: ' TO LS-OPERATOR-LABEL.
004830         WRITE MAINT-LISTING-RECORD FROM PG-LISTING-DETAIL.
004831 4050-EXIT.
004832         EXIT.
004833 4100-WRITE-REJECT.
004834         MOVE SPACES           TO PG-LISTING-DETAIL.
004835         MOVE TR-ACTION        TO LS-ACTION.
004836         MOVE TR-REQUEST-ID    TO LS-REQUEST-ID.
004840         MOVE 'REJEITADO'      TO LS-RESULT.
004850         MOVE PG-REJECT-REASON TO LS-REASON.
004860         MOVE TR-OPERATOR-ID   TO LS-OPERATOR-ID.
004865         PERFORM 4050-WRITE-DETAIL THRU 4050-EXIT.
004870         ADD 1 TO PG-REJECT-COUNT.
004880 4100-EXIT.
004890         EXIT.
004910* JOURNAL ONE APPLIED TRANSACTION.  CALLED ONLY AFTER THE       *
004920* MASTER I-O SUCCEEDED, SO THE JOURNAL NEVER CLAIMS A CHANGE    *
004930* THE MASTER DOES NOT SHOW.  AN ADD CARRIES A BLANK BEFORE-     *
004940* IMAGE AND A DELETE A BLANK AFTER-IMAGE.  THE APPROVING        *
004945* OPERATOR IS BLANK WHEN THE TRANSACTION APPLIED DIRECTLY.      *
004950*--------------------------------------------------------------*
004960 4200-WRITE-JOURNAL.
004970         MOVE SPACES         TO MAINT-JOURNAL-RECORD.
005010         MOVE TR-REQUEST-ID  TO JR-REQUEST-ID.
005020         MOVE PG-JRNL-BEFORE TO JR-BEFORE-IMAGE.
005030         MOVE PG-JRNL-AFTER  TO JR-AFTER-IMAGE.
005033         MOVE TR-OPERATOR-ID TO JR-MAINT-OPERATOR.
005036         MOVE PG-APPROVER-ID TO JR-APPROVE-OPERATOR.
005040         WRITE MAINT-JOURNAL-RECORD.
005050 4200-EXIT.
005060         EXIT.
005070 4300-WRITE-PENDING-LINE.
005080         MOVE PD-ACTION         TO PL-ACTION.
005090         MOVE PD-REQUEST-ID     TO PL-REQUEST-ID.
005100         MOVE PD-SUBMIT-DATE    TO PL-SUBMIT-DATE.
005110         MOVE PD-SUBMIT-TIME    TO PL-SUBMIT-TIME.
005120         MOVE PD-MAINT-OPERATOR TO PL-MAINT-OPERATOR.
005130         MOVE PG-PEND-AGE       TO PL-AGE-DAYS.
005140         WRITE MAINT-LISTING-RECORD FROM PG-PENDING-LINE.
005150 4300-EXIT.
005160         EXIT.
005170 6000-DAY-NUMBER.
005180         COMPUTE PG-DN-YEARS = PG-DN-YYYY - 1.
005190         DIVIDE PG-DN-YEARS BY 4   GIVING PG-DN-LEAP-DAYS.
005200         DIVIDE PG-DN-YEARS BY 100 GIVING PG-DN-CENTURIES.
005210         DIVIDE PG-DN-YEARS BY 400 GIVING PG-DN-QUAD-CENTURIES.
005220         COMPUTE PG-DN-DAYS = PG-DN-YEARS * 365
005230             + PG-DN-LEAP-DAYS - PG-DN-CENTURIES
005240             + PG-DN-QUAD-CENTURIES
005250             + PG-CUM-DAYS(PG-DN-MM) + PG-DN-DD.
005260         IF PG-DN-MM > 02
005270             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
005280             IF PG-LEAP-YEAR
005290                 ADD 1 TO PG-DN-DAYS
005300             END-IF
005310         END-IF.
005320 6000-EXIT.
005330         EXIT.
005340 6100-CHECK-LEAP-YEAR.
005350         SET PG-NOT-LEAP-YEAR TO TRUE.
005360         DIVIDE PG-DN-YYYY BY 4
005370             GIVING PG-LEAP-QUOTIENT
005380             REMAINDER PG-LEAP-REMAINDER.
005390         IF PG-LEAP-REMAINDER NOT = ZERO
005400             GO TO 6100-EXIT
005410         END-IF.
005420         DIVIDE PG-DN-YYYY BY 100
005430             GIVING PG-LEAP-QUOTIENT
005440             REMAINDER PG-LEAP-REMAINDER.
005450         IF PG-LEAP-REMAINDER NOT = ZERO
005460             SET PG-LEAP-YEAR TO TRUE
005470             GO TO 6100-EXIT
005480         END-IF.
005490         DIVIDE PG-DN-YYYY BY 400
005500             GIVING PG-LEAP-QUOTIENT
005510             REMAINDER PG-LEAP-REMAINDER.
005520         IF PG-LEAP-REMAINDER = ZERO
005530             SET PG-LEAP-YEAR TO TRUE
005540         END-IF.
005550 6100-EXIT.
005560         EXIT.
005570*--------------------------------------------------------------*
005580* CURRENCY LOOKUP: PG-CUR-KEY AGAINST THE PGCURTAB TABLE.       *
005590*--------------------------------------------------------------*
005600 6500-LOOKUP-CURRENCY.
005610         SET PG-CUR-NOT-FOUND TO TRUE.
005620         PERFORM 6510-CHECK-CURRENCY-ENTRY THRU 6510-EXIT
005630             VARYING PG-CUR-SUB FROM 1 BY 1
005640             UNTIL PG-CUR-SUB > PG-CUR-COUNT
005650             OR PG-CUR-FOUND.
005660 6500-EXIT.
005670         EXIT.
005680 6510-CHECK-CURRENCY-ENTRY.
005690         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
005700             SET PG-CUR-FOUND TO TRUE
005710         END-IF.
005720 6510-EXIT.
005730         EXIT.
005740*--------------------------------------------------------------*
005750* PREVIEW ONE VALIDATED TRANSACTION.  THE SAME CHECKS AS AN     *
005760* UPDATE RUN DECIDE WHETHER IT WOULD BE REJECTED; IF NOT, ITS   *
005770* LISTING LINE IS FOLLOWED BY THE BEFORE/AFTER IMPACT.  AN      *
005780* APPROVAL IS PREVIEWED AS THE PENDING TRANSACTION IT WOULD     *
005790* APPLY; A DECLINE HAS NO IMPACT AND IS ONLY CHECKED.           *
005800*--------------------------------------------------------------*
005810 7000-PREVIEW-TRAN.
005820         MOVE SPACES TO PG-PREVIEW-NOTE.
005830         IF TR-ACTION-DECLINE
005840             PERFORM 7050-PREVIEW-DECLINE THRU 7050-EXIT
005850             GO TO 7000-EXIT
005860         END-IF.
005870         IF TR-ACTION-APPROVE
005880             PERFORM 7060-PREVIEW-APPROVE THRU 7060-EXIT
005890             IF PG-TRAN-INVALID
005900                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
005910                 GO TO 7000-EXIT
005920             END-IF
005930         END-IF.
005940*       A HOLD SKIPS THE DUAL-CONTROL CHECK, AND SO DOES AN
005950*       APPROVAL, WHOSE OWN PENDING ITEM WOULD TRIP IT; 7100
005960*       STILL PROVES THE REQUEST-ID AGAINST THE MASTER.
005970         IF NOT TR-ACTION-HOLD AND PG-APPROVER-ID = SPACES
005980             PERFORM 2100-CHECK-DUAL-CONTROL THRU 2100-EXIT
005990             IF PG-TRAN-INVALID
006000                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
006010                 GO TO 7000-EXIT
006020             END-IF
006030             IF PG-APPROVAL-NEEDED
006040                 MOVE 'REQUER APROVACAO DE OUTRO OPERADOR'
006050                     TO PG-PREVIEW-NOTE
006060             END-IF
006070         END-IF.
006080         PERFORM 7100-PREVIEW-IMPACT THRU 7100-EXIT.
006090         IF PG-TRAN-INVALID
006100             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
006110             GO TO 7000-EXIT
006120         END-IF.
006130         MOVE SPACES           TO PG-LISTING-DETAIL.
006140         MOVE TR-ACTION        TO LS-ACTION.
006150         MOVE TR-REQUEST-ID    TO LS-REQUEST-ID.
006160         MOVE 'PREVIA'         TO LS-RESULT.
006170         MOVE PG-PREVIEW-NOTE  TO LS-REASON.
006180         MOVE TR-OPERATOR-ID   TO LS-OPERATOR-ID.
006190         PERFORM 4050-WRITE-DETAIL THRU 4050-EXIT.
006200         PERFORM 7600-WRITE-IMPACT THRU 7600-EXIT.
006210         ADD 1 TO PG-PREVIEW-COUNT.
006220 7000-EXIT.
006230         EXIT.
006240 7050-PREVIEW-DECLINE.
006250         MOVE TR-REQUEST-ID TO PD-REQUEST-ID.
006260         READ PENDING-APPROVAL-FILE.
006270         IF PG-PEND-FS NOT = '00'
006280             MOVE 'NENHUM ITEM AGUARDANDO APROVACAO'
006290                 TO PG-REJECT-REASON
006300             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
006310             GO TO 7050-EXIT
006320         END-IF.
006330         IF PD-MAINT-OPERATOR = TR-OPERATOR-ID
006340             MOVE 'RECUSA DEVE SER DE OUTRO OPERADOR'
006350                 TO PG-REJECT-REASON
006360             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
006370             GO TO 7050-EXIT
006380         END-IF.
006390         MOVE PD-ACTION         TO KN-ACTION.
006400         MOVE PD-MAINT-OPERATOR TO KN-MAINT-OPERATOR.
006410         MOVE SPACES           TO PG-LISTING-DETAIL.
006420         MOVE TR-ACTION        TO LS-ACTION.
006430         MOVE TR-REQUEST-ID    TO LS-REQUEST-ID.
006440         MOVE 'PREVIA'         TO LS-RESULT.
006450         MOVE PG-KEYED-NOTE    TO LS-REASON.
006460         MOVE TR-OPERATOR-ID   TO LS-OPERATOR-ID.
006470         PERFORM 4050-WRITE-DETAIL THRU 4050-EXIT.
006480         ADD 1 TO PG-PREVIEW-COUNT.
006490 7050-EXIT.
006500         EXIT.
006510 7060-PREVIEW-APPROVE.
006520         MOVE TR-REQUEST-ID TO PD-REQUEST-ID.
006530         READ PENDING-APPROVAL-FILE.
006540         IF PG-PEND-FS NOT = '00'
006550             MOVE 'NENHUM ITEM AGUARDANDO APROVACAO'
006560                 TO PG-REJECT-REASON
006570             SET PG-TRAN-INVALID TO TRUE
006580             GO TO 7060-EXIT
006590         END-IF.
006600         IF PD-MAINT-OPERATOR = TR-OPERATOR-ID
006610             MOVE 'APROVADOR DEVE SER OUTRO OPERADOR'
006620                 TO PG-REJECT-REASON
006630             SET PG-TRAN-INVALID TO TRUE
006640             GO TO 7060-EXIT
006650         END-IF.
006660         MOVE TR-OPERATOR-ID   TO PG-APPROVER-ID.
006670         MOVE PG-APPROVER-ID   TO AN-APPROVER-ID.
006680         MOVE PG-APPROVED-NOTE TO PG-PREVIEW-NOTE.
006690         MOVE PD-TRAN-IMAGE    TO MAINT-TRANSACTION-RECORD.
006700 7060-EXIT.
006710         EXIT.
006720*--------------------------------------------------------------*
006730* BEFORE AND AFTER.  THE BEFORE VIEW IS THE MASTER RECORD AS IT *
006740* STANDS; THE AFTER VIEW IS THAT RECORD WITH THE TRANSACTION    *
006750* APPLIED IN STORAGE ONLY (3010/3110, OR THE HOLD STATUS) -- THE*
006760* MASTER IS OPEN INPUT IN PREVIEW AND IS NEVER REWRITTEN.       *
006770*--------------------------------------------------------------*
006780 7100-PREVIEW-IMPACT.
006790         MOVE TR-REQUEST-ID TO PM-REQUEST-ID.
006800         READ REQUEST-MASTER-FILE.
006810         MOVE 1 TO PG-PV-SUB.
006820         IF TR-ACTION-ADD
006830             IF PG-MASTER-FS = '00'
006840                 MOVE 'REQUEST-ID JA EXISTE NO MASTER'
006850                     TO PG-REJECT-REASON
006860                 SET PG-TRAN-INVALID TO TRUE
006870                 GO TO 7100-EXIT
006880             END-IF
006890             PERFORM 7150-CLEAR-VIEW THRU 7150-EXIT
006900             SET PV-ABSENT(PG-PV-SUB) TO TRUE
006910             PERFORM 3010-MOVE-ADD-FIELDS THRU 3010-EXIT
006920         ELSE
006930             IF PG-MASTER-FS NOT = '00'
006940                 MOVE 'REQUEST-ID NAO ENCONTRADO NO MASTER'
006950                     TO PG-REJECT-REASON
006960                 SET PG-TRAN-INVALID TO TRUE
006970                 GO TO 7100-EXIT
006980             END-IF
006990             PERFORM 7200-PREVIEW-SCHEDULE THRU 7200-EXIT
007000         END-IF.
007010         IF TR-ACTION-CHANGE
007020             PERFORM 3110-MOVE-CHANGE-FIELDS THRU 3110-EXIT
007030         END-IF.
007040         IF TR-ACTION-HOLD
007050             MOVE 'H' TO PM-STATUS
007060         END-IF.
007070         MOVE 2 TO PG-PV-SUB.
007080         IF TR-ACTION-DELETE
007090             PERFORM 7150-CLEAR-VIEW THRU 7150-EXIT
007100             SET PV-ABSENT(PG-PV-SUB) TO TRUE
007110         ELSE
007120             PERFORM 7200-PREVIEW-SCHEDULE THRU 7200-EXIT
007130         END-IF.
007140 7100-EXIT.
007150         EXIT.
007160 7150-CLEAR-VIEW.
007170         MOVE ZERO TO PV-TERM-COUNT(PG-PV-SUB).
007180         MOVE ZERO TO PV-FIRST-TERM(PG-PV-SUB).
007190         MOVE ZERO TO PV-LAST-TERM(PG-PV-SUB).
007200         MOVE ZERO TO PV-LAST-DUE(PG-PV-SUB).
007210         MOVE ZERO TO PV-TOTAL(PG-PV-SUB).
007220 7150-EXIT.
007230         EXIT.
007240*--------------------------------------------------------------*
007250* ONE VIEW OF THE SCHEDULE IN REQUEST-MASTER-RECORD, BUILT AS   *
007260* PROGRESSAO WOULD BUILD IT TODAY: SELECTION (2920), ITS EDIT   *
007270* (2050), THEN THE COMPUTE-ONLY TRIAL PASS WITH THE DUE DATES   *
007280* ADVANCED ALONGSIDE SO THE LAST DUE DATE IS KNOWN.             *
007290*--------------------------------------------------------------*
007300 7200-PREVIEW-SCHEDULE.
007310         PERFORM 7150-CLEAR-VIEW THRU 7150-EXIT.
007320         IF NOT PM-STATUS-ACTIVE
007330             OR PM-EFF-FROM > PG-RUN-DATE
007340             OR PM-EFF-TO < PG-RUN-DATE
007350             SET PV-NOT-SELECTED(PG-PV-SUB) TO TRUE
007360             GO TO 7200-EXIT
007370         END-IF.
007380         MOVE PM-REQUEST-ID  TO REQUEST-ID.
007390         MOVE PM-PROG-TYPE   TO PROG-TYPE.
007400         MOVE PM-NUM-INICIAL TO NUM-INICIAL.
007410         MOVE PM-RAZAO       TO RAZAO.
007420         MOVE PM-QTDE-TERMOS TO QTDE-TERMOS.
007430         MOVE PM-PAY-FREQ    TO PAY-FREQ.
007440         MOVE PM-FIRST-DUE-DATE TO FIRST-DUE-DATE.
007450         MOVE PM-CONTRIB     TO CONTRIB-VALOR.
007460         MOVE PM-CURRENCY    TO MOEDA.
007470         PERFORM 7250-EDIT-SCHEDULE THRU 7250-EXIT.
007480         IF PG-GENERATE-INVALID
007490             SET PV-INVALID(PG-PV-SUB) TO TRUE
007500             GO TO 7200-EXIT
007510         END-IF.
007520         SET PG-OVERFLOW-NO TO TRUE.
007530         SET PG-AMORTIZE-OK TO TRUE.
007540         MOVE ZERO TO TOTAL-TERMOS.
007550         PERFORM 7300-PREVIEW-TERM THRU 7300-EXIT
007560             VARYING CONTADOR FROM 1 BY 1
007570             UNTIL CONTADOR > QTDE-TERMOS
007580             OR PG-OVERFLOW-YES
007590             OR PG-AMORTIZE-FAIL.
007600         IF PG-AMORTIZE-FAIL
007610             SET PV-NO-AMORTIZE(PG-PV-SUB) TO TRUE
007620             GO TO 7200-EXIT
007630         END-IF.
007640         IF PG-OVERFLOW-YES
007650             SET PV-OVERFLOW(PG-PV-SUB) TO TRUE
007660             GO TO 7200-EXIT
007670         END-IF.
007680         SET PV-GENERATED(PG-PV-SUB) TO TRUE.
007690         MOVE QTDE-TERMOS   TO PV-TERM-COUNT(PG-PV-SUB).
007700         MOVE TERMO-ATUAL   TO PV-LAST-TERM(PG-PV-SUB).
007710         MOVE PG-DUE-DATE-N TO PV-LAST-DUE(PG-PV-SUB).
007720         MOVE TOTAL-TERMOS  TO PV-TOTAL(PG-PV-SUB).
007730 7200-EXIT.
007740         EXIT.
007750*       PROGRESSAO'S REQUEST EDIT (ITS 2050), WHICH A MASTER
007760*       RECORD CAN STILL FAIL AFTER PGMAINT'S OWN CHECKS -- A
007770*       CONVERTED RECORD, SAY, OR A CHANGE THAT KEEPS AN OLD BAD
007780*       FIELD.
007790 7250-EDIT-SCHEDULE.
007800         SET PG-GENERATE-VALID TO TRUE.
007810         IF QTDE-TERMOS < 1 OR QTDE-TERMOS > PG-MAX-TERMOS
007820             SET PG-GENERATE-INVALID TO TRUE
007830         END-IF.
007840         IF NOT PROG-TYPE-ARITHMETIC AND NOT PROG-TYPE-GEOMETRIC
007850             AND NOT PROG-TYPE-CONTRIBUTION AND NOT PROG-TYPE-LOAN
007860             SET PG-GENERATE-INVALID TO TRUE
007870         END-IF.
007880         IF PROG-TYPE-LOAN
007890             AND (NUM-INICIAL NOT > ZERO OR RAZAO < ZERO)
007900             SET PG-GENERATE-INVALID TO TRUE
007910         END-IF.
007920         IF PAY-FREQ = SPACE
007930             SET PAY-FREQ-MONTHLY TO TRUE
007940         END-IF.
007950         IF NOT PAY-FREQ-MONTHLY AND NOT PAY-FREQ-WEEKLY
007960             AND NOT PAY-FREQ-QUARTERLY
007970             SET PG-GENERATE-INVALID TO TRUE
007980         END-IF.
007990         IF MOEDA = SPACES
008000             MOVE PG-BASE-CURRENCY TO MOEDA
008010         END-IF.
008020         MOVE MOEDA TO PG-CUR-KEY.
008030         PERFORM 6500-LOOKUP-CURRENCY THRU 6500-EXIT.
008040         IF PG-CUR-NOT-FOUND
008050             SET PG-GENERATE-INVALID TO TRUE
008060         END-IF.
008070 7250-EXIT.
008080         EXIT.
008090 7300-PREVIEW-TERM.
008100         PERFORM 7400-BUILD-TERM THRU 7400-EXIT.
008110         IF CONTADOR = 1
008120             MOVE TERMO-ATUAL TO PV-FIRST-TERM(PG-PV-SUB)
008130             PERFORM 7500-SET-FIRST-DUE-DATE THRU 7500-EXIT
008140         ELSE
008150             PERFORM 7510-ADVANCE-DUE-DATE THRU 7510-EXIT
008160         END-IF.
008170 7300-EXIT.
008180         EXIT.
008190*--------------------------------------------------------------*
008200* PROGRESSAO'S TERM BUILD (3000-3160) AND DUE-DATE ARITHMETIC   *
008210* (5000-5200), LESS ITS CONSOLE MESSAGES.  ANY CHANGE TO THE    *
008220* TERM RULES THERE MUST BE MADE HERE AS WELL OR THE PREVIEW     *
008230* WILL NO LONGER MATCH WHAT THE BATCH GENERATES.                *
008240*--------------------------------------------------------------*
008250 7400-BUILD-TERM.
008260         IF PROG-TYPE-LOAN
008270             PERFORM 7410-BUILD-LOAN-TERM THRU 7410-EXIT
008280             GO TO 7400-ADD-TOTAL
008290         END-IF.
008300         IF CONTADOR = 1
008310             MOVE NUM-INICIAL TO TERMO-ATUAL
008320         ELSE
008330             MOVE TERMO-ATUAL TO TERMO-ANTERIOR
008340             IF PROG-TYPE-GEOMETRIC
008350                 COMPUTE TERMO-ATUAL ROUNDED =
008360                     TERMO-ANTERIOR * RAZAO
008370                     ON SIZE ERROR
008380                         SET PG-OVERFLOW-YES TO TRUE
008390                 END-COMPUTE
008400             ELSE
008410             IF PROG-TYPE-CONTRIBUTION
008420                 COMPUTE TERMO-ATUAL ROUNDED =
008430                     TERMO-ANTERIOR * RAZAO + CONTRIB-VALOR
008440                     ON SIZE ERROR
008450                         SET PG-OVERFLOW-YES TO TRUE
008460                 END-COMPUTE
008470             ELSE
008480                 COMPUTE TERMO-ATUAL =
008490                     TERMO-ANTERIOR + RAZAO
008500                     ON SIZE ERROR
008510                         SET PG-OVERFLOW-YES TO TRUE
008520                 END-COMPUTE
008530             END-IF
008540             END-IF
008550         END-IF.
008560 7400-ADD-TOTAL.
008570         IF PG-OVERFLOW-YES OR PG-AMORTIZE-FAIL
008580             GO TO 7400-EXIT
008590         END-IF.
008600         ADD TERMO-ATUAL TO TOTAL-TERMOS
008610             ON SIZE ERROR
008620                 SET PG-OVERFLOW-YES TO TRUE
008630         END-ADD.
008640 7400-EXIT.
008650         EXIT.
008660 7410-BUILD-LOAN-TERM.
008670         IF CONTADOR = 1
008680             PERFORM 7420-START-LOAN THRU 7420-EXIT
008690             IF PG-AMORTIZE-FAIL
008700                 GO TO 7410-EXIT
008710             END-IF
008720         END-IF.
008730         COMPUTE JUROS-VALOR ROUNDED =
008740             SALDO-DEVEDOR * TAXA-PERIODO.
008750         IF CONTADOR = QTDE-TERMOS
008760             MOVE SALDO-DEVEDOR TO AMORTIZ-VALOR
008770             COMPUTE TERMO-ATUAL = SALDO-DEVEDOR + JUROS-VALOR
008780         ELSE
008790             COMPUTE AMORTIZ-VALOR =
008800                 PRESTACAO-VALOR - JUROS-VALOR
008810             MOVE PRESTACAO-VALOR TO TERMO-ATUAL
008820         END-IF.
008830         SUBTRACT AMORTIZ-VALOR FROM SALDO-DEVEDOR.
008840         IF AMORTIZ-VALOR NOT > ZERO
008850             OR (CONTADOR < QTDE-TERMOS
008860             AND SALDO-DEVEDOR NOT > ZERO)
008870             SET PG-AMORTIZE-FAIL TO TRUE
008880         END-IF.
008890 7410-EXIT.
008900         EXIT.
008910 7420-START-LOAN.
008920         MOVE NUM-INICIAL TO SALDO-DEVEDOR.
008930         COMPUTE TAXA-PERIODO = RAZAO / 100.
008940         IF TAXA-PERIODO = ZERO
008950             COMPUTE PRESTACAO-VALOR ROUNDED =
008960                 NUM-INICIAL / QTDE-TERMOS
008970             GO TO 7420-EXIT
008980         END-IF.
008990         MOVE 1 TO FATOR-CAPITAL.
009000         PERFORM 7430-COMPOUND-FACTOR THRU 7430-EXIT
009010             VARYING PG-FATOR-SUB FROM 1 BY 1
009020             UNTIL PG-FATOR-SUB > QTDE-TERMOS
009030             OR PG-AMORTIZE-FAIL.
009040         IF PG-AMORTIZE-FAIL
009050             GO TO 7420-EXIT
009060         END-IF.
009070         SUBTRACT 1 FROM FATOR-CAPITAL GIVING FATOR-ANUIDADE.
009080         DIVIDE FATOR-ANUIDADE INTO FATOR-CAPITAL
009090             GIVING FATOR-ANUIDADE.
009100         COMPUTE PRESTACAO-VALOR ROUNDED =
009110             NUM-INICIAL * TAXA-PERIODO * FATOR-ANUIDADE.
009120 7420-EXIT.
009130         EXIT.
009140 7430-COMPOUND-FACTOR.
009150         COMPUTE FATOR-CAPITAL ROUNDED =
009160             FATOR-CAPITAL + FATOR-CAPITAL * TAXA-PERIODO
009170             ON SIZE ERROR
009180                 SET PG-AMORTIZE-FAIL TO TRUE
009190         END-COMPUTE.
009200 7430-EXIT.
009210         EXIT.
009220 7500-SET-FIRST-DUE-DATE.
009230         IF FIRST-DUE-DATE = ZERO
009240             MOVE PG-RUN-DATE TO PG-DUE-DATE-N
009250         ELSE
009260             MOVE FIRST-DUE-DATE TO PG-DUE-DATE-N
009270         END-IF.
009280         MOVE PG-DUE-DD TO PG-DUE-BASE-DD.
009290         PERFORM 7520-GET-DAYS-IN-MONTH THRU 7520-EXIT.
009300         IF PG-DUE-DD > PG-DAYS-IN-MONTH
009310             MOVE PG-DAYS-IN-MONTH TO PG-DUE-DD
009320         END-IF.
009330 7500-EXIT.
009340         EXIT.
009350 7510-ADVANCE-DUE-DATE.
009360         IF PAY-FREQ-WEEKLY
009370             PERFORM 7520-GET-DAYS-IN-MONTH THRU 7520-EXIT
009380             ADD 7 TO PG-DUE-DD
009390             IF PG-DUE-DD > PG-DAYS-IN-MONTH
009400                 SUBTRACT PG-DAYS-IN-MONTH FROM PG-DUE-DD
009410                 ADD 1 TO PG-DUE-MM
009420                 IF PG-DUE-MM > 12
009430                     MOVE 01 TO PG-DUE-MM
009440                     ADD 1 TO PG-DUE-YYYY
009450                 END-IF
009460             END-IF
009470             GO TO 7510-EXIT
009480         END-IF.
009490         IF PAY-FREQ-QUARTERLY
009500             ADD 3 TO PG-DUE-MM
009510         ELSE
009520             ADD 1 TO PG-DUE-MM
009530         END-IF.
009540         IF PG-DUE-MM > 12
009550             SUBTRACT 12 FROM PG-DUE-MM
009560             ADD 1 TO PG-DUE-YYYY
009570         END-IF.
009580         MOVE PG-DUE-BASE-DD TO PG-DUE-DD.
009590         PERFORM 7520-GET-DAYS-IN-MONTH THRU 7520-EXIT.
009600         IF PG-DUE-DD > PG-DAYS-IN-MONTH
009610             MOVE PG-DAYS-IN-MONTH TO PG-DUE-DD
009620         END-IF.
009630 7510-EXIT.
009640         EXIT.
009650 7520-GET-DAYS-IN-MONTH.
009660         IF PG-DUE-MM = 04 OR PG-DUE-MM = 06
009670             OR PG-DUE-MM = 09 OR PG-DUE-MM = 11
009680             MOVE 30 TO PG-DAYS-IN-MONTH
009690             GO TO 7520-EXIT
009700         END-IF.
009710         IF PG-DUE-MM NOT = 02
009720             MOVE 31 TO PG-DAYS-IN-MONTH
009730             GO TO 7520-EXIT
009740         END-IF.
009750         MOVE 28 TO PG-DAYS-IN-MONTH.
009760         MOVE PG-DUE-YYYY TO PG-DN-YYYY.
009770         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT.
009780         IF PG-LEAP-YEAR
009790             MOVE 29 TO PG-DAYS-IN-MONTH
009800         END-IF.
009810 7520-EXIT.
009820         EXIT.
009830*--------------------------------------------------------------*
009840* THE IMPACT BLOCK UNDER A PREVIEWED TRANSACTION: EACH FIGURE   *
009850* BEFORE AND AFTER WITH THE DIFFERENCE (AFTER LESS BEFORE), AND *
009860* THE STATE OF EACH VIEW, FLAGGED WHEN THE AFTER VIEW WOULD BE  *
009870* REJECTED BY THE GENERATION.                                   *
009880*--------------------------------------------------------------*
009890 7600-WRITE-IMPACT.
009900         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-HEADING.
009910         MOVE 'QTDE DE TERMOS'  TO PVC-LABEL.
009920         MOVE PV-TERM-COUNT(1) TO PVC-BEFORE.
009930         MOVE PV-TERM-COUNT(2) TO PVC-AFTER.
009940         COMPUTE PG-PV-COUNT-DIFF =
009950             PV-TERM-COUNT(2) - PV-TERM-COUNT(1).
009960         MOVE PG-PV-COUNT-DIFF TO PVC-DIFF.
009970         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-COUNT-LINE.
009980         MOVE 'PRIMEIRO TERMO'  TO PVA-LABEL.
009990         MOVE PV-FIRST-TERM(1) TO PVA-BEFORE.
010000         MOVE PV-FIRST-TERM(2) TO PVA-AFTER.
010010         COMPUTE PG-PV-AMOUNT-DIFF =
010020             PV-FIRST-TERM(2) - PV-FIRST-TERM(1).
010030         MOVE PG-PV-AMOUNT-DIFF TO PVA-DIFF.
010040         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-AMOUNT-LINE.
010050         MOVE 'ULTIMO TERMO'    TO PVA-LABEL.
010060         MOVE PV-LAST-TERM(1)  TO PVA-BEFORE.
010070         MOVE PV-LAST-TERM(2)  TO PVA-AFTER.
010080         COMPUTE PG-PV-AMOUNT-DIFF =
010090             PV-LAST-TERM(2) - PV-LAST-TERM(1).
010100         MOVE PG-PV-AMOUNT-DIFF TO PVA-DIFF.
010110         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-AMOUNT-LINE.
010120         PERFORM 7650-WRITE-DUE-LINE THRU 7650-EXIT.
010130         MOVE 'TOTAL DO CRONOGR.' TO PVA-LABEL.
010140         MOVE PV-TOTAL(1)      TO PVA-BEFORE.
010150         MOVE PV-TOTAL(2)      TO PVA-AFTER.
010160         COMPUTE PG-PV-AMOUNT-DIFF =
010170             PV-TOTAL(2) - PV-TOTAL(1).
010180         MOVE PG-PV-AMOUNT-DIFF TO PVA-DIFF.
010190         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-AMOUNT-LINE.
010200         MOVE 1 TO PG-PV-SUB.
010210         PERFORM 7700-STATE-TEXT THRU 7700-EXIT.
010220         MOVE PG-PV-STATE-TEXT TO PVS-BEFORE.
010230         MOVE 2 TO PG-PV-SUB.
010240         PERFORM 7700-STATE-TEXT THRU 7700-EXIT.
010250         MOVE PG-PV-STATE-TEXT TO PVS-AFTER.
010260         MOVE SPACES TO PVS-FLAG.
010270         IF PV-FLAGGED(2)
010280             MOVE '*** SERIA REJEITADO NA GERACAO ***' TO PVS-FLAG
010290             ADD 1 TO PG-FLAGGED-COUNT
010300         END-IF.
010310         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-STATE-LINE.
010320 7600-EXIT.
010330         EXIT.
010340*       A SCHEDULE THAT IS NOT GENERATED HAS NO LAST DUE DATE, SO
010350*       THE DIFFERENCE IN DAYS IS SHOWN ONLY WHEN BOTH VIEWS HAVE
010360*       ONE.
010370 7650-WRITE-DUE-LINE.
010380         MOVE 'ULTIMO VENCIMENTO' TO PVD-LABEL.
010390         MOVE SPACES TO PVD-BEFORE PVD-AFTER
010400                        PVD-DIFF-X PVD-DIFF-UNIT.
010410         IF PV-LAST-DUE(1) NOT = ZERO
010420             MOVE PV-LAST-DUE(1) TO PVD-BEFORE
010430         END-IF.
010440         IF PV-LAST-DUE(2) NOT = ZERO
010450             MOVE PV-LAST-DUE(2) TO PVD-AFTER
010460         END-IF.
010470         IF PV-LAST-DUE(1) NOT = ZERO
010480             AND PV-LAST-DUE(2) NOT = ZERO
010490             MOVE PV-LAST-DUE(1) TO PG-DN-DATE-N
010500             PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
010510             MOVE PG-DN-DAYS TO PG-PV-DAYS-BEFORE
010520             MOVE PV-LAST-DUE(2) TO PG-DN-DATE-N
010530             PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
010540             COMPUTE PG-PV-DAYS-DIFF =
010550                 PG-DN-DAYS - PG-PV-DAYS-BEFORE
010560             MOVE PG-PV-DAYS-DIFF TO PVD-DIFF
010570             MOVE ' DIAS' TO PVD-DIFF-UNIT
010580         END-IF.
010590         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-DATE-LINE.
010600 7650-EXIT.
010610         EXIT.
010620 7700-STATE-TEXT.
010630         IF PV-ABSENT(PG-PV-SUB)
010640             MOVE 'NAO CADASTRADO' TO PG-PV-STATE-TEXT
010650         END-IF.
010660         IF PV-NOT-SELECTED(PG-PV-SUB)
010670             MOVE 'NAO GERADO' TO PG-PV-STATE-TEXT
010680         END-IF.
010690         IF PV-GENERATED(PG-PV-SUB)
010700             MOVE 'GERADO' TO PG-PV-STATE-TEXT
010710         END-IF.
010720         IF PV-OVERFLOW(PG-PV-SUB)
010730             MOVE 'ESTOURO (MOTIVO 04)' TO PG-PV-STATE-TEXT
010740         END-IF.
010750         IF PV-NO-AMORTIZE(PG-PV-SUB)
010760             MOVE 'NAO AMORTIZA (05)' TO PG-PV-STATE-TEXT
010770         END-IF.
010780         IF PV-INVALID(PG-PV-SUB)
010790             MOVE 'INVALIDO P/ GERACAO' TO PG-PV-STATE-TEXT
010800         END-IF.
010810 7700-EXIT.
010820         EXIT.
010830*--------------------------------------------------------------*
010840* WHAT IS STILL WAITING FOR A SECOND OPERATOR AFTER THIS RUN,   *
010850* WITH ITS AGE, SO THE APPROVERS KNOW WHAT TO CLEAR BEFORE IT   *
010860* EXPIRES.                                                      *
010870*--------------------------------------------------------------*
010880 8000-LIST-WAITING.
010890         MOVE 'PENDENCIAS AGUARDANDO APROVACAO' TO PH-TITLE.
010900         MOVE PG-EXPIRY-DAYS TO PH-EXPIRY-DAYS.
010910         WRITE MAINT-LISTING-RECORD FROM PG-PENDING-HEADER.
010920         MOVE LOW-VALUES TO PD-REQUEST-ID.
010930         START PENDING-APPROVAL-FILE KEY IS NOT < PD-REQUEST-ID
010940             INVALID KEY
010950                 GO TO 8000-EXIT
010960         END-START.
010970         SET PG-PEND-EOF-NO TO TRUE.
010980         PERFORM 8010-LIST-WAITING-ITEM THRU 8010-EXIT
010990             UNTIL PG-PEND-EOF-YES.
011000 8000-EXIT.
011010         EXIT.
011020 8010-LIST-WAITING-ITEM.
011030         READ PENDING-APPROVAL-FILE NEXT RECORD
011040             AT END
011050                 SET PG-PEND-EOF-YES TO TRUE
011060         END-READ.
011070         IF PG-PEND-EOF-YES
011080             GO TO 8010-EXIT
011090         END-IF.
011100         PERFORM 1600-AGE-PENDING THRU 1600-EXIT.
011110         MOVE 'AGUARDANDO' TO PL-RESULT.
011120         PERFORM 4300-WRITE-PENDING-LINE THRU 4300-EXIT.
011130         ADD 1 TO PG-WAITING-COUNT.
011140 8010-EXIT.
011150         EXIT.
011160 9000-TERMINATE.
011170         IF PG-PREVIEW-MODE
011180             PERFORM 9100-TERMINATE-PREVIEW THRU 9100-EXIT
011190             GO TO 9000-EXIT
011200         END-IF.
011210         IF PG-OPEN-OK
011220             PERFORM 8000-LIST-WAITING THRU 8000-EXIT
011230         END-IF.
011240         MOVE PG-READ-COUNT     TO LS-SUM-READ.
011250         MOVE PG-APPLIED-COUNT  TO LS-SUM-APPLIED.
011260         MOVE PG-REJECT-COUNT   TO LS-SUM-REJECT.
011270         WRITE MAINT-LISTING-RECORD FROM PG-LISTING-SUMMARY.
011280         MOVE PG-PENDING-COUNT  TO LS-SUM-PENDING.
011290         MOVE PG-DECLINED-COUNT TO LS-SUM-DECLINED.
011300         MOVE PG-EXPIRED-COUNT  TO LS-SUM-EXPIRED.
011310         MOVE PG-WAITING-COUNT  TO LS-SUM-WAITING.
011320         WRITE MAINT-LISTING-RECORD FROM PG-LISTING-SUMMARY-2.
011330         CLOSE MAINT-TRANSACTION-FILE.
011340         CLOSE MAINT-LISTING-FILE.
011350         CLOSE MAINT-JOURNAL-FILE.
011360         CLOSE REQUEST-MASTER-FILE.
011370         CLOSE PENDING-APPROVAL-FILE.
011380*       AN EXPIRED ITEM NEEDS THE SAME ATTENTION AS A REJECT: THE
011390*       CHANGE IT CARRIED WAS NEVER MADE.
011400         IF PG-REJECT-COUNT > ZERO OR PG-EXPIRED-COUNT > ZERO
011410             MOVE 4 TO RETURN-CODE
011420         END-IF.
011430 9000-TERMINATE-DISPLAY.
011440         MOVE PG-READ-COUNT TO PG-DISPLAY-COUNT.
011450         DISPLAY "PGMAINT - TRANSACOES LIDAS: " PG-DISPLAY-COUNT.
011460         MOVE PG-APPLIED-COUNT TO PG-DISPLAY-COUNT.
011470         DISPLAY "PGMAINT - APLICADAS:        " PG-DISPLAY-COUNT.
011480         MOVE PG-REJECT-COUNT TO PG-DISPLAY-COUNT.
011490         DISPLAY "PGMAINT - REJEITADAS:       " PG-DISPLAY-COUNT.
011500         MOVE PG-PENDING-COUNT TO PG-DISPLAY-COUNT.
011510         DISPLAY "PGMAINT - P/ APROVACAO:     " PG-DISPLAY-COUNT.
011520         MOVE PG-DECLINED-COUNT TO PG-DISPLAY-COUNT.
011530         DISPLAY "PGMAINT - RECUSADAS:        " PG-DISPLAY-COUNT.
011540         MOVE PG-EXPIRED-COUNT TO PG-DISPLAY-COUNT.
011550         DISPLAY "PGMAINT - EXPIRADAS:        " PG-DISPLAY-COUNT.
011560         MOVE PG-WAITING-COUNT TO PG-DISPLAY-COUNT.
011570         DISPLAY "PGMAINT - AGUARDANDO:       " PG-DISPLAY-COUNT.
011580 9000-EXIT.
011590         EXIT.
011600*       A PREVIEW RUN HAS NO JOURNAL OPEN AND NOTHING WAITING HAS
011610*       CHANGED.  RC 4 WHEN ANY TRANSACTION WOULD BE REJECTED OR
011620*       ANY SCHEDULE WOULD BE REJECTED AT GENERATION.
011630 9100-TERMINATE-PREVIEW.
011640         MOVE PG-READ-COUNT     TO LS-PRV-READ.
011650         MOVE PG-PREVIEW-COUNT  TO LS-PRV-PREVIEWED.
011660         MOVE PG-REJECT-COUNT   TO LS-PRV-REJECT.
011670         MOVE PG-FLAGGED-COUNT  TO LS-PRV-FLAGGED.
011680         WRITE MAINT-LISTING-RECORD FROM PG-PREVIEW-SUMMARY.
011690         CLOSE MAINT-TRANSACTION-FILE.
011700         CLOSE MAINT-LISTING-FILE.
011710         CLOSE REQUEST-MASTER-FILE.
011720         CLOSE PENDING-APPROVAL-FILE.
011730         IF PG-REJECT-COUNT > ZERO OR PG-FLAGGED-COUNT > ZERO
011740             MOVE 4 TO RETURN-CODE
011750         END-IF.
011760         MOVE PG-READ-COUNT TO PG-DISPLAY-COUNT.
011770         DISPLAY "PGMAINT - PREVIA, LIDAS:    " PG-DISPLAY-COUNT.
011780         MOVE PG-PREVIEW-COUNT TO PG-DISPLAY-COUNT.
011790         DISPLAY "PGMAINT - PREVISTAS:        " PG-DISPLAY-COUNT.
011800         MOVE PG-REJECT-COUNT TO PG-DISPLAY-COUNT.
011810         DISPLAY "PGMAINT - REJEITADAS:       " PG-DISPLAY-COUNT.
011820         MOVE PG-FLAGGED-COUNT TO PG-DISPLAY-COUNT.
011830         DISPLAY "PGMAINT - ALERTA GERACAO:   " PG-DISPLAY-COUNT.
011840 9100-EXIT.
011850         EXIT.
