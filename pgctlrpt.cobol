000010*----------------------------------------------------------------*
000020* PROGRAM:  PGCTLRPT
000030* PURPOSE:  CONSUMER STATUS OF THE RECENT PGOUT GENERATIONS,
000040*           FROM THE PROCESSING-CONTROL KSDS (PGCTL) ON WHICH
000050*           PGARCH, PGGLEXT AND PGDIST EACH RECORD THE
000060*           GENERATIONS THEY HAVE TAKEN.  ONE LINE PER
000070*           GENERATION (RUN DATE, RUN TIME AND RUN MODE FROM
000080*           ITS OWN HEADER) SHOWS, FOR EACH OF THE THREE
000090*           CONSUMERS, WHETHER IT HAS TAKEN THE GENERATION --
000100*           WITH THE DATE AND RECORD COUNT OF THE LAST TIME IT
000110*           DID, AND AN ASTERISK IF THAT WAS A FORCED
000120*           REPROCESS -- OR WHETHER IT IS STILL OUTSTANDING.
000130*           A CORRECTION ('C') GENERATION IS ONLY ARCHIVED, SO
000140*           THE LEDGER EXTRACT AND THE DISTRIBUTION SHOW N/A.
000150*           THE CURRENT PGOUT GENERATION, IF ONE IS ON THE DD,
000160*           IS PROVED AGAINST ITS TRAILER AND LISTED EVEN WHEN
000170*           NO CONSUMER HAS TAKEN IT YET.  RETURN CODE 4 MEANS
000180*           SOME GENERATION IN THE WINDOW IS STILL OUTSTANDING
000190*           FOR SOME CONSUMER.
000192*           AN ARCHIVE LEFT IN PROGRESS BY A FAILED PGARCH RUN
000194*           (CT-STATUS 'P') SHOWS AS INICIADA AND COUNTS AS
000196*           OUTSTANDING.
000200*
000210*           PARAMETER CARD (PGPARM, OPTIONAL):
000220*             COLS 01-03  WINDOW IN DAYS (001-999) BACK FROM
000230*                         THE RUN DATE.  AN ABSENT OR BLANK
000240*                         CARD MEANS 45 DAYS.
000250*----------------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     PGCTLRPT.
000280 AUTHOR.         J HAWTHORNE.
000290 INSTALLATION.   DATA PROCESSING CENTER.
000300 DATE-WRITTEN.   15/10/2026.
000310 DATE-COMPILED.
000320*------------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   15/10/2026 JH    ORIGINAL GENERATION CONSUMER STATUS REPORT.
000353*   15/10/2026 JH    A CONSUMER RECORD STILL IN PROGRESS IS
000356*                    LISTED AS INICIADA, NOT TOMADA.
000360*------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT OPTIONAL CONTROL-PARM-FILE ASSIGN TO PGPARM
000410             ORGANIZATION IS SEQUENTIAL
000420             FILE STATUS IS PG-PARM-FS.
000430         SELECT OPTIONAL PROCESSING-CONTROL-FILE ASSIGN TO PGCTL
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS SEQUENTIAL
000460             RECORD KEY IS CT-KEY
000470             FILE STATUS IS PG-CTL-FS.
000480         SELECT OPTIONAL PROGRESSION-OUTPUT-FILE ASSIGN TO PGOUT
000490             ORGANIZATION IS SEQUENTIAL
000500             FILE STATUS IS PG-OUT-FS.
000510         SELECT CONTROL-PRINT-FILE ASSIGN TO PGCPRT
000520             ORGANIZATION IS SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CONTROL-PARM-FILE
000560         RECORDING MODE IS F.
000570 01  CONTROL-PARM-RECORD.
000580         05  PA-DAYS-X                PIC X(03).
000590         05  PA-DAYS REDEFINES PA-DAYS-X
000600                                      PIC 9(03).
000610         05  FILLER                   PIC X(77).
000620 FD  PROCESSING-CONTROL-FILE.
000630     COPY PGCTLREC.
000640 FD  PROGRESSION-OUTPUT-FILE
000650         RECORDING MODE IS F.
000660     COPY PGOUTREC.
000670 FD  CONTROL-PRINT-FILE
000680         RECORDING MODE IS F.
000690 01  CONTROL-PRINT-RECORD             PIC X(132).
000700 WORKING-STORAGE SECTION.
000710 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000720         88  PG-EOF-YES                           VALUE 'Y'.
000730         88  PG-EOF-NO                            VALUE 'N'.
000740 77  PG-CTL-EOF-SWITCH            PIC X(01)   VALUE 'N'.
000750         88  PG-CTL-EOF-YES                       VALUE 'Y'.
000760         88  PG-CTL-EOF-NO                        VALUE 'N'.
000770 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000780         88  PG-PARM-EOF-YES                      VALUE 'Y'.
000790         88  PG-PARM-EOF-NO                       VALUE 'N'.
000800 77  PG-TRAILER-SWITCH            PIC X(01)   VALUE 'N'.
000810         88  PG-TRAILER-SEEN                      VALUE 'Y'.
000820         88  PG-TRAILER-MISSING                   VALUE 'N'.
000830 77  PG-CURRENT-SWITCH            PIC X(01)   VALUE 'N'.
000840         88  PG-CURRENT-PRESENT                   VALUE 'Y'.
000850         88  PG-CURRENT-ABSENT                    VALUE 'N'.
000860 77  PG-CURRENT-LISTED-SWITCH     PIC X(01)   VALUE 'N'.
000870         88  PG-CURRENT-LISTED                    VALUE 'Y'.
000880         88  PG-CURRENT-NOT-LISTED                VALUE 'N'.
000890 77  PG-PENDING-SWITCH            PIC X(01)   VALUE 'N'.
000900         88  PG-GEN-PENDING                       VALUE 'Y'.
000910         88  PG-GEN-COMPLETE                      VALUE 'N'.
000920 77  PG-LEAP-SWITCH               PIC X(01)   VALUE 'N'.
000930         88  PG-LEAP-YEAR                         VALUE 'Y'.
000940         88  PG-NOT-LEAP-YEAR                     VALUE 'N'.
000950 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
000960 77  PG-CTL-FS                    PIC X(02)   VALUE '00'.
000970 77  PG-OUT-FS                    PIC X(02)   VALUE '00'.
000980 77  PG-VERIFY-COUNT              PIC 9(08)   COMP VALUE 0.
000990 77  PG-CONS-SUB                  PIC 9(02)   COMP VALUE 0.
001000 77  PG-GEN-COUNT                 PIC 9(08)   COMP VALUE 0.
001010 77  PG-COMPLETE-COUNT            PIC 9(08)   COMP VALUE 0.
001020 77  PG-PENDING-COUNT             PIC 9(08)   COMP VALUE 0.
001030 77  PG-FORCED-COUNT              PIC 9(08)   COMP VALUE 0.
001040 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
001050     COPY PGOUTHDR.
001060 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001070 01  PG-WINDOW-DAYS               PIC 9(03)   VALUE 45.
001080 01  PG-CUTOFF-DAYS               PIC S9(09)  COMP VALUE 0.
001090 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001100*   THE GENERATION BEING ASSEMBLED FROM ITS PGCTL RECORDS, AND
001110*   THE IDENTITY OF THE GENERATION ON THE PGOUT DD.
001120 01  PG-GEN-KEY.
001130         05  PG-GEN-RUN-DATE          PIC 9(08).
001140         05  PG-GEN-RUN-TIME          PIC 9(06).
001150         05  PG-GEN-RUN-MODE          PIC X(01).
001160 01  PG-CURRENT-KEY.
001170         05  PG-CUR-RUN-DATE          PIC 9(08).
001180         05  PG-CUR-RUN-TIME          PIC 9(06).
001190         05  PG-CUR-RUN-MODE          PIC X(01).
001200*   ONE ENTRY PER CONSUMER, IN COLUMN ORDER ON THE REPORT.
001210*   PG-CONS-ALL-MODES IS 'N' FOR A CONSUMER THAT ONLY TAKES
001220*   FULL-RUN GENERATIONS (THE CORRECTION JOB ONLY ARCHIVES).
001230 01  PG-CONS-VALUES.
001240         05  FILLER                   PIC X(09)
001250             VALUE 'PGARCH  Y'.
001260         05  FILLER                   PIC X(09)
001270             VALUE 'PGGLEXT N'.
001280         05  FILLER                   PIC X(09)
001290             VALUE 'PGDIST  N'.
001300 01  PG-CONS-NAMES REDEFINES PG-CONS-VALUES.
001310         05  PG-CONS-DEF OCCURS 3 TIMES.
001320             10  PG-CONS-NAME             PIC X(08).
001330             10  PG-CONS-ALL-MODES        PIC X(01).
001340 01  PG-CONS-TABLE.
001350         05  PG-CONS-ENTRY OCCURS 3 TIMES.
001360             10  PG-CONS-TAKEN-SWITCH     PIC X(01).
001370                 88  PG-CONS-TAKEN                VALUE 'Y'.
001380                 88  PG-CONS-NOT-TAKEN            VALUE 'N'.
001390             10  PG-CONS-DATE             PIC 9(08).
001400             10  PG-CONS-COUNT            PIC 9(08).
001410             10  PG-CONS-FORCES           PIC 9(03).
001415             10  PG-CONS-STATUS           PIC X(01).
001420 01  PG-DN-DATE.
001430         05  PG-DN-YYYY               PIC 9(04).
001440         05  PG-DN-MM                 PIC 9(02).
001450         05  PG-DN-DD                 PIC 9(02).
001460 01  PG-DN-DATE-N REDEFINES PG-DN-DATE
001470                                      PIC 9(08).
001480 01  PG-DN-DAYS                   PIC S9(09)  COMP VALUE 0.
001490 01  PG-DN-YEARS                  PIC 9(04)   COMP VALUE 0.
001500 01  PG-DN-LEAP-DAYS              PIC 9(04)   COMP VALUE 0.
001510 01  PG-DN-CENTURIES              PIC 9(04)   COMP VALUE 0.
001520 01  PG-DN-QUAD-CENTURIES         PIC 9(04)   COMP VALUE 0.
001530 01  PG-LEAP-QUOTIENT             PIC 9(04)   COMP VALUE ZERO.
001540 01  PG-LEAP-REMAINDER            PIC 9(04)   COMP VALUE ZERO.
001550 01  PG-CUM-DAYS-VALUES           PIC X(36)
001560         VALUE '000031059090120151181212243273304334'.
001570 01  PG-CUM-DAYS-TABLE REDEFINES PG-CUM-DAYS-VALUES.
001580         05  PG-CUM-DAYS              PIC 9(03)   OCCURS 12 TIMES.
001590 01  PG-REPORT-HEADER.
001600         05  FILLER                   PIC X(39)
001610             VALUE 'PGCTLRPT - CONSUMO DAS GERACOES PGOUT  '.
001620         05  FILLER                   PIC X(06)  VALUE 'DATA: '.
001630         05  RH-RUN-DATE              PIC 9(08).
001640         05  FILLER                   PIC X(10)
001650             VALUE '  JANELA: '.
001660         05  RH-WINDOW-DAYS           PIC ZZ9.
001670         05  FILLER                   PIC X(05)  VALUE ' DIAS'.
001680         05  FILLER                   PIC X(61)  VALUE SPACES.
001690 01  PG-COLUMN-HEADER-1.
001700         05  FILLER                   PIC X(22)
001710             VALUE 'GERACAO'.
001720         05  FILLER                   PIC X(31)
001730             VALUE 'PGARCH'.
001740         05  FILLER                   PIC X(31)
001750             VALUE 'PGGLEXT'.
001760         05  FILLER                   PIC X(31)
001770             VALUE 'PGDIST'.
001780         05  FILLER                   PIC X(17)  VALUE SPACES.
001790 01  PG-COLUMN-HEADER-2.
001800         05  FILLER                   PIC X(22)
001810             VALUE 'DATA     HORA   MODO'.
001820         05  PG-COLUMN-CONS-2 OCCURS 3 TIMES
001830                                      PIC X(31).
001840         05  FILLER                   PIC X(17)  VALUE SPACES.
001850 01  PG-COLUMN-CONS-TEXT          PIC X(31)
001860         VALUE 'SITUACAO DATA         QTDE'.
001870 01  PG-GEN-LINE.
001880         05  GL-RUN-DATE              PIC 9(08).
001890         05  FILLER                   PIC X(01).
001900         05  GL-RUN-TIME              PIC 9(06).
001910         05  FILLER                   PIC X(02).
001920         05  GL-RUN-MODE              PIC X(01).
001930         05  FILLER                   PIC X(04).
001940         05  GL-CONSUMER OCCURS 3 TIMES.
001950             10  GL-CONS-STATUS           PIC X(08).
001960             10  FILLER                   PIC X(01).
001970             10  GL-CONS-DATE             PIC X(08).
001980             10  FILLER                   PIC X(01).
001990             10  GL-CONS-COUNT            PIC Z(7)9.
002000             10  GL-CONS-COUNT-X REDEFINES GL-CONS-COUNT
002010                                          PIC X(08).
002020             10  GL-CONS-FORCED           PIC X(01).
002030             10  FILLER                   PIC X(04).
002040         05  GL-NOTE                  PIC X(17).
002050 01  PG-FOOTNOTE.
002060         05  FILLER                   PIC X(42)
002070             VALUE '* = REPROCESSAMENTO FORCADO (PGPARM FORCE)'.
002080         05  FILLER                   PIC X(90)  VALUE SPACES.
002090 01  PG-SUMMARY-LINE.
002100         05  SM-LABEL                 PIC X(40).
002110         05  SM-COUNT                 PIC Z(7)9.
002120         05  FILLER                   PIC X(84)  VALUE SPACES.
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002150         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160         PERFORM 2000-PROCESS-GENERATION THRU 2000-EXIT
002170             UNTIL PG-CTL-EOF-YES.
002180         PERFORM 3500-LIST-CURRENT THRU 3500-EXIT.
002190         PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
002200         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210         STOP RUN.
002220 1000-INITIALIZE.
002230         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
002240         PERFORM 1100-READ-PARM THRU 1100-EXIT.
002250         MOVE PG-RUN-DATE TO PG-DN-DATE-N.
002260         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
002270         COMPUTE PG-CUTOFF-DAYS = PG-DN-DAYS - PG-WINDOW-DAYS.
002280         PERFORM 1200-READ-CURRENT THRU 1200-EXIT.
002290         OPEN INPUT PROCESSING-CONTROL-FILE.
002300*       FS 05 = CLUSTER STILL EMPTY (NO GENERATION YET TAKEN).
002310         IF PG-CTL-FS NOT = '00' AND PG-CTL-FS NOT = '05'
002320             DISPLAY "PGCTL - ERRO: ABERTURA DO CONTROLE DE "
002330                 "PROCESSAMENTO FALHOU, FILE STATUS "
002340                 PG-CTL-FS "."
002350             MOVE 16 TO RETURN-CODE
002360             STOP RUN
002370         END-IF.
002380         OPEN OUTPUT CONTROL-PRINT-FILE.
002390         MOVE PG-RUN-DATE    TO RH-RUN-DATE.
002400         MOVE PG-WINDOW-DAYS TO RH-WINDOW-DAYS.
002410         WRITE CONTROL-PRINT-RECORD FROM PG-REPORT-HEADER.
002420         MOVE SPACES TO CONTROL-PRINT-RECORD.
002430         WRITE CONTROL-PRINT-RECORD.
002440         WRITE CONTROL-PRINT-RECORD FROM PG-COLUMN-HEADER-1.
002450         MOVE PG-COLUMN-CONS-TEXT TO PG-COLUMN-CONS-2(1).
002460         MOVE PG-COLUMN-CONS-TEXT TO PG-COLUMN-CONS-2(2).
002470         MOVE PG-COLUMN-CONS-TEXT TO PG-COLUMN-CONS-2(3).
002480         WRITE CONTROL-PRINT-RECORD FROM PG-COLUMN-HEADER-2.
002490         PERFORM 2900-READ-CONTROL THRU 2900-EXIT.
002500 1000-EXIT.
002510         EXIT.
002520*--------------------------------------------------------------*
002530* THE WINDOW CARD IS OPTIONAL: ABSENT OR BLANK MEANS 45 DAYS.   *
002540* A CARD THAT IS PRESENT BUT NOT 001-999 CANCELS THE STEP WITH  *
002550* RETURN CODE 16.                                               *
002560*--------------------------------------------------------------*
002570 1100-READ-PARM.
002580         OPEN INPUT CONTROL-PARM-FILE.
002590*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
002600*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
002610         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
002620             GO TO 1100-EXIT
002630         END-IF.
002640         READ CONTROL-PARM-FILE
002650             AT END
002660                 SET PG-PARM-EOF-YES TO TRUE
002670         END-READ.
002680         IF PG-PARM-EOF-YES OR PA-DAYS-X = SPACES
002690             GO TO 1100-CLOSE
002700         END-IF.
002710         IF PA-DAYS IS NOT NUMERIC OR PA-DAYS = ZERO
002720             DISPLAY "PGPARM - ERRO: JANELA EM DIAS INVALIDA "
002730                 "(USE 001-999): " PA-DAYS-X
002740             MOVE 16 TO RETURN-CODE
002750             CLOSE CONTROL-PARM-FILE
002760             STOP RUN
002770         END-IF.
002780         MOVE PA-DAYS TO PG-WINDOW-DAYS.
002790 1100-CLOSE.
002800         CLOSE CONTROL-PARM-FILE.
002810 1100-EXIT.
002820         EXIT.
002830*--------------------------------------------------------------*
002840* THE PGOUT DD IS OPTIONAL.  WHEN A GENERATION IS THERE IT IS   *
002850* PROVED AGAINST ITS OWN HEADER AND TRAILER LIKE EVERY OTHER    *
002860* READER, AND ITS IDENTITY IS KEPT SO IT IS LISTED EVEN IF NO   *
002870* CONSUMER HAS YET RECORDED IT ON PGCTL.                        *
002880*--------------------------------------------------------------*
002890 1200-READ-CURRENT.
002900         OPEN INPUT PROGRESSION-OUTPUT-FILE.
002910         IF PG-OUT-FS = '05'
002920             CLOSE PROGRESSION-OUTPUT-FILE
002930             GO TO 1200-EXIT
002940         END-IF.
002950         IF PG-OUT-FS NOT = '00'
002960             DISPLAY "PGOUT - ERRO: ABERTURA FALHOU, FILE "
002970                 "STATUS " PG-OUT-FS "."
002980             MOVE 16 TO RETURN-CODE
002990             STOP RUN
003000         END-IF.
003010         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
003020         CLOSE PROGRESSION-OUTPUT-FILE.
003030         MOVE PH-RUN-DATE TO PG-CUR-RUN-DATE.
003040         MOVE PH-RUN-TIME TO PG-CUR-RUN-TIME.
003050         MOVE PH-RUN-MODE TO PG-CUR-RUN-MODE.
003060         SET PG-CURRENT-PRESENT TO TRUE.
003070 1200-EXIT.
003080         EXIT.
003090*--------------------------------------------------------------*
003100* THE GENERATION IS PROVED AGAINST ITS OWN TRAILER BEFORE ANY   *
003110* OUTPUT IS PRODUCED: HEADER PRESENT, TRAILER PRESENT, AND THE  *
003120* DETAIL COUNT AND HASH TOTAL AGREEING WITH THE RECORDS         *
003130* ACTUALLY ON THE FILE.  A MISMATCH MEANS A TRUNCATED FILE OR   *
003140* THE WRONG GENERATION ON THE DD, AND THE STEP IS CANCELLED     *
003150* WITH RETURN CODE 16.                                          *
003160*--------------------------------------------------------------*
003170 1500-VERIFY-OUTPUT.
003180         READ PROGRESSION-OUTPUT-FILE
003190             AT END
003200                 SET PG-EOF-YES TO TRUE
003210         END-READ.
003220         IF PG-EOF-YES OR NOT PO-HEADER-RECORD
003230             DISPLAY "PGOUT - ERRO: HEADER AUSENTE, GERACAO "
003240                 "INVALIDA, EXECUCAO CANCELADA."
003250             MOVE 16 TO RETURN-CODE
003260             STOP RUN
003270         END-IF.
003280         MOVE PROGRESSION-OUTPUT-RECORD
003290             TO PROGRESSION-HEADER-RECORD.
003300         PERFORM 1510-VERIFY-RECORD THRU 1510-EXIT
003310             WITH TEST AFTER
003320             UNTIL PG-EOF-YES
003330             OR PG-TRAILER-SEEN.
003340         IF PG-TRAILER-MISSING
003350             DISPLAY "PGOUT - ERRO: TRAILER AUSENTE, GERACAO "
003360                 "TRUNCADA, EXECUCAO CANCELADA."
003370             MOVE 16 TO RETURN-CODE
003380             STOP RUN
003390         END-IF.
003400         MOVE PROGRESSION-OUTPUT-RECORD
003410             TO PROGRESSION-TRAILER-RECORD.
003420         IF PT-DETAIL-COUNT NOT = PG-VERIFY-COUNT
003430             OR PT-HASH-TOTAL NOT = PG-VERIFY-HASH
003440             DISPLAY "PGOUT - ERRO: TRAILER NAO CONFERE COM OS "
003450                 "REGISTROS DO ARQUIVO, EXECUCAO CANCELADA."
003460             MOVE 16 TO RETURN-CODE
003470             STOP RUN
003480         END-IF.
003490 1500-EXIT.
003500         EXIT.
003510 1510-VERIFY-RECORD.
003520         READ PROGRESSION-OUTPUT-FILE
003530             AT END
003540                 SET PG-EOF-YES TO TRUE
003550         END-READ.
003560         IF PG-EOF-YES
003570             GO TO 1510-EXIT
003580         END-IF.
003590         IF PO-TRAILER-RECORD
003600             SET PG-TRAILER-SEEN TO TRUE
003610             GO TO 1510-EXIT
003620         END-IF.
003630         ADD 1 TO PG-VERIFY-COUNT.
003640         ADD PO-TERMOS-VALOR TO PG-VERIFY-HASH.
003650 1510-EXIT.
003660         EXIT.
003670*--------------------------------------------------------------*
003680* ONE GENERATION: ITS PGCTL RECORDS ARE ADJACENT IN KEY ORDER,  *
003690* ONE PER CONSUMER THAT HAS TAKEN IT.  GATHER THEM, THEN LIST   *
003700* THE GENERATION IF ITS RUN DATE FALLS INSIDE THE WINDOW.       *
003710*--------------------------------------------------------------*
003720 2000-PROCESS-GENERATION.
003730         MOVE CT-GEN-KEY TO PG-GEN-KEY.
003740         PERFORM 2050-CLEAR-CONSUMER THRU 2050-EXIT
003750             VARYING PG-CONS-SUB FROM 1 BY 1
003760             UNTIL PG-CONS-SUB > 3.
003770         PERFORM 2100-TAKE-CONTROL THRU 2100-EXIT
003780             WITH TEST AFTER
003790             UNTIL PG-CTL-EOF-YES
003800             OR CT-GEN-KEY NOT = PG-GEN-KEY.
003810         MOVE PG-GEN-RUN-DATE TO PG-DN-DATE-N.
003820         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003830         IF PG-DN-DAYS < PG-CUTOFF-DAYS
003840             GO TO 2000-EXIT
003850         END-IF.
003860         PERFORM 3000-LIST-GENERATION THRU 3000-EXIT.
003870 2000-EXIT.
003880         EXIT.
003890 2050-CLEAR-CONSUMER.
003900         SET PG-CONS-NOT-TAKEN(PG-CONS-SUB) TO TRUE.
003910         MOVE ZERO TO PG-CONS-DATE(PG-CONS-SUB).
003920         MOVE ZERO TO PG-CONS-COUNT(PG-CONS-SUB).
003930         MOVE ZERO TO PG-CONS-FORCES(PG-CONS-SUB).
003935         MOVE SPACE TO PG-CONS-STATUS(PG-CONS-SUB).
003940 2050-EXIT.
003950         EXIT.
003960 2100-TAKE-CONTROL.
003970         MOVE ZERO TO PG-CONS-SUB.
003980         IF CT-CONSUMER-ARCH
003990             MOVE 1 TO PG-CONS-SUB
004000         END-IF.
004010         IF CT-CONSUMER-GLEXT
004020             MOVE 2 TO PG-CONS-SUB
004030         END-IF.
004040         IF CT-CONSUMER-DIST
004050             MOVE 3 TO PG-CONS-SUB
004060         END-IF.
004070         IF PG-CONS-SUB = ZERO
004080             DISPLAY "PGCTL - AVISO: CONSUMIDOR DESCONHECIDO "
004090                 CT-CONSUMER " NA GERACAO " CT-RUN-DATE " "
004100                 CT-RUN-TIME " " CT-RUN-MODE ", IGNORADO."
004110             GO TO 2100-READ-NEXT
004120         END-IF.
004130         SET PG-CONS-TAKEN(PG-CONS-SUB) TO TRUE.
004140         MOVE CT-LAST-DATE    TO PG-CONS-DATE(PG-CONS-SUB).
004150         MOVE CT-RECORD-COUNT TO PG-CONS-COUNT(PG-CONS-SUB).
004160         MOVE CT-FORCE-COUNT  TO PG-CONS-FORCES(PG-CONS-SUB).
004165         MOVE CT-STATUS       TO PG-CONS-STATUS(PG-CONS-SUB).
004170 2100-READ-NEXT.
004180         PERFORM 2900-READ-CONTROL THRU 2900-EXIT.
004190 2100-EXIT.
004200         EXIT.
004210 2900-READ-CONTROL.
004220         READ PROCESSING-CONTROL-FILE
004230             AT END
004240                 SET PG-CTL-EOF-YES TO TRUE
004250         END-READ.
004260         IF PG-CTL-EOF-NO AND PG-CTL-FS NOT = '00'
004270             DISPLAY "PGCTL - ERRO: LEITURA DO CONTROLE DE "
004280                 "PROCESSAMENTO FALHOU, FILE STATUS "
004290                 PG-CTL-FS "."
004300             MOVE 16 TO RETURN-CODE
004310             STOP RUN
004320         END-IF.
004330 2900-EXIT.
004340         EXIT.
004350*--------------------------------------------------------------*
004360* PRINT ONE GENERATION'S LINE.  A CONSUMER THAT HAS NOT TAKEN   *
004370* IT IS PENDENTE -- EXCEPT THE FULL-RUN-ONLY CONSUMERS ON A     *
004380* CORRECTION GENERATION, WHICH ARE N/A.  THE GENERATION ON THE  *
004390* PGOUT DD IS MARKED AS THE CURRENT ONE.                        *
004400*--------------------------------------------------------------*
004410 3000-LIST-GENERATION.
004420         MOVE SPACES TO PG-GEN-LINE.
004430         MOVE PG-GEN-RUN-DATE TO GL-RUN-DATE.
004440         MOVE PG-GEN-RUN-TIME TO GL-RUN-TIME.
004450         MOVE PG-GEN-RUN-MODE TO GL-RUN-MODE.
004460         SET PG-GEN-COMPLETE TO TRUE.
004470         PERFORM 3100-LIST-CONSUMER THRU 3100-EXIT
004480             VARYING PG-CONS-SUB FROM 1 BY 1
004490             UNTIL PG-CONS-SUB > 3.
004500         IF PG-CURRENT-PRESENT
004510             AND PG-GEN-KEY = PG-CURRENT-KEY
004520             MOVE '<== PGOUT ATUAL' TO GL-NOTE
004530             SET PG-CURRENT-LISTED TO TRUE
004540         END-IF.
004550         WRITE CONTROL-PRINT-RECORD FROM PG-GEN-LINE.
004560         ADD 1 TO PG-GEN-COUNT.
004570         IF PG-GEN-PENDING
004580             ADD 1 TO PG-PENDING-COUNT
004590         ELSE
004600             ADD 1 TO PG-COMPLETE-COUNT
004610         END-IF.
004620 3000-EXIT.
004630         EXIT.
004640 3100-LIST-CONSUMER.
004650         IF PG-CONS-TAKEN(PG-CONS-SUB)
004660             MOVE 'TOMADA'   TO GL-CONS-STATUS(PG-CONS-SUB)
004670             MOVE PG-CONS-DATE(PG-CONS-SUB)
004680                 TO GL-CONS-DATE(PG-CONS-SUB)
004690             MOVE PG-CONS-COUNT(PG-CONS-SUB)
004700                 TO GL-CONS-COUNT(PG-CONS-SUB)
004710             IF PG-CONS-FORCES(PG-CONS-SUB) > ZERO
004720                 MOVE '*' TO GL-CONS-FORCED(PG-CONS-SUB)
004730                 ADD 1 TO PG-FORCED-COUNT
004740             END-IF
004742             IF PG-CONS-STATUS(PG-CONS-SUB) = 'P'
004744                 MOVE 'INICIADA' TO GL-CONS-STATUS(PG-CONS-SUB)
004746                 SET PG-GEN-PENDING TO TRUE
004748             END-IF
004750             GO TO 3100-EXIT
004760         END-IF.
004770         MOVE SPACES TO GL-CONS-COUNT-X(PG-CONS-SUB).
004780         IF PG-GEN-RUN-MODE = 'C'
004790             AND PG-CONS-ALL-MODES(PG-CONS-SUB) = 'N'
004800             MOVE 'N/A'      TO GL-CONS-STATUS(PG-CONS-SUB)
004810             GO TO 3100-EXIT
004820         END-IF.
004830         MOVE 'PENDENTE' TO GL-CONS-STATUS(PG-CONS-SUB).
004840         SET PG-GEN-PENDING TO TRUE.
004850 3100-EXIT.
004860         EXIT.
004870*--------------------------------------------------------------*
004880* THE GENERATION ON THE PGOUT DD, IF NO CONSUMER HAS RECORDED   *
004890* IT YET, IS LISTED LAST WITH EVERY CONSUMER OUTSTANDING.       *
004900*--------------------------------------------------------------*
004910 3500-LIST-CURRENT.
004920         IF PG-CURRENT-ABSENT OR PG-CURRENT-LISTED
004930             GO TO 3500-EXIT
004940         END-IF.
004950         MOVE PG-CURRENT-KEY TO PG-GEN-KEY.
004960         PERFORM 2050-CLEAR-CONSUMER THRU 2050-EXIT
004970             VARYING PG-CONS-SUB FROM 1 BY 1
004980             UNTIL PG-CONS-SUB > 3.
004990         PERFORM 3000-LIST-GENERATION THRU 3000-EXIT.
005000 3500-EXIT.
005010         EXIT.
005020 4000-WRITE-SUMMARY.
005030         MOVE SPACES TO CONTROL-PRINT-RECORD.
005040         WRITE CONTROL-PRINT-RECORD.
005050         IF PG-FORCED-COUNT > ZERO
005060             WRITE CONTROL-PRINT-RECORD FROM PG-FOOTNOTE
005070         END-IF.
005080         MOVE 'GERACOES LISTADAS:' TO SM-LABEL.
005090         MOVE PG-GEN-COUNT TO SM-COUNT.
005100         WRITE CONTROL-PRINT-RECORD FROM PG-SUMMARY-LINE.
005110         MOVE 'GERACOES CONSUMIDAS POR COMPLETO:' TO SM-LABEL.
005120         MOVE PG-COMPLETE-COUNT TO SM-COUNT.
005130         WRITE CONTROL-PRINT-RECORD FROM PG-SUMMARY-LINE.
005140         MOVE 'GERACOES COM CONSUMO PENDENTE:' TO SM-LABEL.
005150         MOVE PG-PENDING-COUNT TO SM-COUNT.
005160         WRITE CONTROL-PRINT-RECORD FROM PG-SUMMARY-LINE.
005170         IF PG-PENDING-COUNT > ZERO
005180             MOVE PG-PENDING-COUNT TO PG-DISPLAY-COUNT
005190             DISPLAY "PGCTLRPT - AVISO: " PG-DISPLAY-COUNT
005200                 " GERACAO(OES) COM CONSUMO PENDENTE."
005210             MOVE 4 TO RETURN-CODE
005220         END-IF.
005230 4000-EXIT.
005240         EXIT.
005250*--------------------------------------------------------------*
005260* DAY NUMBER OF PG-DN-DATE: WHOLE YEARS BEFORE IT AT 365 DAYS  *
005270* PLUS ONE PER LEAP YEAR (DIVISIBLE BY 4, NOT BY 100 UNLESS BY *
005280* 400), THE DAYS OF THE WHOLE MONTHS BEFORE IT THIS YEAR, AND  *
005290* THE DAY OF THE MONTH.                                        *
005300*--------------------------------------------------------------*
005310 6000-DAY-NUMBER.
005320         COMPUTE PG-DN-YEARS = PG-DN-YYYY - 1.
005330         DIVIDE PG-DN-YEARS BY 4   GIVING PG-DN-LEAP-DAYS.
005340         DIVIDE PG-DN-YEARS BY 100 GIVING PG-DN-CENTURIES.
005350         DIVIDE PG-DN-YEARS BY 400 GIVING PG-DN-QUAD-CENTURIES.
005360         COMPUTE PG-DN-DAYS = PG-DN-YEARS * 365
005370             + PG-DN-LEAP-DAYS - PG-DN-CENTURIES
005380             + PG-DN-QUAD-CENTURIES
005390             + PG-CUM-DAYS(PG-DN-MM) + PG-DN-DD.
005400         IF PG-DN-MM > 02
005410             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
005420             IF PG-LEAP-YEAR
005430                 ADD 1 TO PG-DN-DAYS
005440             END-IF
005450         END-IF.
005460 6000-EXIT.
005470         EXIT.
005480 6100-CHECK-LEAP-YEAR.
005490         SET PG-NOT-LEAP-YEAR TO TRUE.
005500         DIVIDE PG-DN-YYYY BY 4
005510             GIVING PG-LEAP-QUOTIENT
005520             REMAINDER PG-LEAP-REMAINDER.
005530         IF PG-LEAP-REMAINDER NOT = ZERO
005540             GO TO 6100-EXIT
005550         END-IF.
005560         DIVIDE PG-DN-YYYY BY 100
005570             GIVING PG-LEAP-QUOTIENT
005580             REMAINDER PG-LEAP-REMAINDER.
005590         IF PG-LEAP-REMAINDER NOT = ZERO
005600             SET PG-LEAP-YEAR TO TRUE
005610             GO TO 6100-EXIT
005620         END-IF.
005630         DIVIDE PG-DN-YYYY BY 400
005640             GIVING PG-LEAP-QUOTIENT
005650             REMAINDER PG-LEAP-REMAINDER.
005660         IF PG-LEAP-REMAINDER = ZERO
005670             SET PG-LEAP-YEAR TO TRUE
005680         END-IF.
005690 6100-EXIT.
005700         EXIT.
005710 9000-TERMINATE.
005720         CLOSE PROCESSING-CONTROL-FILE.
005730         CLOSE CONTROL-PRINT-FILE.
005740         MOVE PG-GEN-COUNT TO PG-DISPLAY-COUNT.
005750         DISPLAY "PGCTLRPT - GERACOES LISTADAS:  "
005760             PG-DISPLAY-COUNT.
005770 9000-EXIT.
005780         EXIT.
