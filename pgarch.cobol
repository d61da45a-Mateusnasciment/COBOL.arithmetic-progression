000320*                    WITH RETURN CODE 16 ON A MISMATCH, AND
000330*                    THE SENTINEL RECORDS ARE PASSED OVER IN
000340*                    THE PROCESSING PASS.
000341*   15/10/2026 JH    ONCE-ONLY GUARD: A GENERATION ALREADY
000342*                    ARCHIVED (PER THE PGCTL PROCESSING-CONTROL
000343*                    KSDS, KEYED BY THE PGOUT HEADER'S RUN DATE,
000344*                    TIME AND MODE) IS REFUSED WITH RETURN CODE
000345*                    2 UNLESS PGPARM CARRIES FORCE AND THE
000346*                    AUTHORIZER; THE RECORD COUNT AND HASH OF
000347*                    EACH ARCHIVE ARE RECORDED ON PGCTL.
000348*   15/10/2026 JH    PO-CURRENCY CARRIED INTO HS-CURRENCY SO THE
000349*                    PERMANENT HISTORY KEEPS EACH TERM'S
000350*                    CURRENCY (PGHISREC GREW 58 TO 61).
000351*   15/10/2026 JH    HISTORY STAMP KEPT ON THE PGCTL RECORD
000352*                    (CT-HIST-RUN-DATE/TIME) SO PGBAL CAN COUNT
000353*                    THE GENERATION BACK OFF THE HISTORY FILE.
000354*   15/10/2026 JH    THE PGCTL RECORD IS WRITTEN IN PROGRESS
000355*                    (CT-STATUS 'P') BEFORE PGHIST IS OPENED AND
000356*                    MARKED COMPLETE AT THE END; A GENERATION
000357*                    LEFT IN PROGRESS BY A FAILED RUN CANCELS
000358*                    THE STEP, RETURN CODE 16, UNLESS FORCED.
000359*------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000400             ORGANIZATION IS SEQUENTIAL.
000410         SELECT PROGRESSION-HISTORY-FILE ASSIGN TO PGHIST
000420             ORGANIZATION IS SEQUENTIAL.
000421         SELECT OPTIONAL CONTROL-PARM-FILE ASSIGN TO PGPARM
000422             ORGANIZATION IS SEQUENTIAL
000423             FILE STATUS IS PG-PARM-FS.
000424         SELECT OPTIONAL PROCESSING-CONTROL-FILE ASSIGN TO PGCTL
000425             ORGANIZATION IS INDEXED
000426             ACCESS MODE IS RANDOM
000427             RECORD KEY IS CT-KEY
000428             FILE STATUS IS PG-CTL-FS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PROGRESSION-OUTPUT-FILE
000480 FD  PROGRESSION-HISTORY-FILE
000490         RECORDING MODE IS F.
000500     COPY PGHISREC.
000501 FD  CONTROL-PARM-FILE
000502         RECORDING MODE IS F.
000503 01  CONTROL-PARM-RECORD.
000504         05  PA-FORCE                 PIC X(05).
000505         05  FILLER                   PIC X(01).
000506         05  PA-FORCE-BY              PIC X(08).
000507         05  FILLER                   PIC X(66).
000508 FD  PROCESSING-CONTROL-FILE.
000509     COPY PGCTLREC.
000510 WORKING-STORAGE SECTION.
000520 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000530         88  PG-EOF-YES                           VALUE 'Y'.
000570         88  PG-TRAILER-SEEN                      VALUE 'Y'.
000580         88  PG-TRAILER-MISSING                   VALUE 'N'.
000590 77  PG-VERIFY-COUNT              PIC 9(08)   COMP VALUE 0.
000591 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
000592 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000593         88  PG-PARM-EOF-YES                      VALUE 'Y'.
000594         88  PG-PARM-EOF-NO                       VALUE 'N'.
000595 77  PG-CTL-FS                    PIC X(02)   VALUE '00'.
000596 77  PG-FORCE-SWITCH              PIC X(01)   VALUE 'N'.
000597         88  PG-FORCE-YES                         VALUE 'Y'.
000598         88  PG-FORCE-NO                          VALUE 'N'.
000599 77  PG-TAKEN-SWITCH              PIC X(01)   VALUE 'N'.
000600         88  PG-GEN-TAKEN                         VALUE 'Y'.
000601         88  PG-GEN-NOT-TAKEN                     VALUE 'N'.
000602 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
000603 01  PG-ARCHIVE-HASH              PIC S9(13)V99 COMP-3 VALUE 0.
000604 01  PG-FORCE-BY                  PIC X(08)   VALUE SPACES.
000605 01  PG-CTL-DATE                  PIC 9(08)   VALUE ZERO.
000606 01  PG-CTL-TIME-RAW              PIC 9(08)   VALUE ZERO.
000607 01  PG-CTL-TIME                  PIC 9(06)   VALUE ZERO.
000610     COPY PGOUTHDR.
000620 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
000630 01  PG-RUN-TIME-RAW              PIC 9(08)   VALUE ZERO.
000680         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000690         PERFORM 2000-ARCHIVE-DETAIL THRU 2000-EXIT
000700             UNTIL PG-EOF-YES.
000705         PERFORM 8500-RECORD-CONTROL THRU 8500-EXIT.
000710         PERFORM 9000-TERMINATE THRU 9000-EXIT.
000720         STOP RUN.
000730 1000-INITIALIZE.
000740         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
000750         ACCEPT PG-RUN-TIME-RAW FROM TIME.
000760         COMPUTE PG-RUN-TIME = PG-RUN-TIME-RAW / 10000.
000765         PERFORM 1100-READ-PARM THRU 1100-EXIT.
000770         OPEN INPUT  PROGRESSION-OUTPUT-FILE.
000780         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
000785         PERFORM 1600-CHECK-CONTROL THRU 1600-EXIT.
000787         PERFORM 1700-MARK-IN-PROGRESS THRU 1700-EXIT.
000790         OPEN EXTEND PROGRESSION-HISTORY-FILE.
000800         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
000810 1000-EXIT.
000811         EXIT.
000812*--------------------------------------------------------------*
000813* THE PGPARM CARD IS OPTIONAL AND NORMALLY EMPTY.  'FORCE' IN   *
000814* COLS 1-5 WITH THE AUTHORIZER'S ID IN COLS 7-14 LETS A         *
000815* GENERATION ALREADY TAKEN BE PROCESSED AGAIN (SEE 1600).       *
000816* ANYTHING ELSE ON THE CARD CANCELS THE STEP WITH RETURN CODE   *
000817* 16 RATHER THAN GUESS AT WHAT THE OPERATOR MEANT.              *
000818*--------------------------------------------------------------*
000819 1100-READ-PARM.
000820         OPEN INPUT CONTROL-PARM-FILE.
000821*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
000822*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
000823         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
000824             GO TO 1100-EXIT
000825         END-IF.
000826         READ CONTROL-PARM-FILE
000827             AT END
000828                 SET PG-PARM-EOF-YES TO TRUE
000829         END-READ.
000830         IF PG-PARM-EOF-YES OR PA-FORCE = SPACES
000831             GO TO 1100-CLOSE
000832         END-IF.
000833         IF PA-FORCE NOT = 'FORCE' OR PA-FORCE-BY = SPACES
000834             DISPLAY "PGPARM - ERRO: USE FORCE NAS COLUNAS 1-5 E "
000835                 "O AUTORIZADOR NAS 7-14, EXECUCAO CANCELADA."
000836             MOVE 16 TO RETURN-CODE
000837             CLOSE CONTROL-PARM-FILE
000838             STOP RUN
000839         END-IF.
000840         SET PG-FORCE-YES TO TRUE.
000841         MOVE PA-FORCE-BY TO PG-FORCE-BY.
000842 1100-CLOSE.
000843         CLOSE CONTROL-PARM-FILE.
000844 1100-EXIT.
000845         EXIT.
000846*--------------------------------------------------------------*
000847* THE GENERATION IS PROVED AGAINST ITS OWN TRAILER BEFORE ANY   *
000850* OUTPUT IS PRODUCED: HEADER PRESENT, TRAILER PRESENT, AND THE  *
000860* DETAIL COUNT AND HASH TOTAL AGREEING WITH THE RECORDS         *
000870* ACTUALLY ON THE FILE.  A MISMATCH MEANS A TRUNCATED FILE OR   *
001000             MOVE 16 TO RETURN-CODE
001010             STOP RUN
001020         END-IF.
001023         MOVE PROGRESSION-OUTPUT-RECORD
001026             TO PROGRESSION-HEADER-RECORD.
001030         PERFORM 1510-VERIFY-RECORD THRU 1510-EXIT
001040             WITH TEST AFTER
001050             UNTIL PG-EOF-YES
001230         OPEN INPUT PROGRESSION-OUTPUT-FILE.
001240         SET PG-EOF-NO TO TRUE.
001250 1500-EXIT.
001251         EXIT.
001252*--------------------------------------------------------------*
001253* ONCE-ONLY GUARD.  THE GENERATION'S IDENTITY -- ITS HEADER'S   *
001254* RUN DATE, RUN TIME AND RUN MODE -- IS LOOKED UP ON PGCTL      *
001255* UNDER THIS PROGRAM'S NAME.  A GENERATION ALREADY TAKEN IS     *
001256* REFUSED WITH RETURN CODE 2 BEFORE ANY OUTPUT IS OPENED,       *
001257* UNLESS PGPARM ASKS FOR A FORCED REPROCESS, WHICH IS LOGGED    *
001258* HERE AND ON THE CONTROL RECORD (8500).  A RECORD STILL IN    *
001259* PROGRESS MEANS AN EARLIER RUN STOPPED PART-WAY THROUGH ITS   *
001260* APPEND: PGHIST HOLDS PART OF THE GENERATION UNDER THE STAMP  *
001261* ON THE RECORD, AND THE STEP IS CANCELLED WITH RETURN CODE 16 *
001262* UNTIL THOSE RECORDS ARE REMOVED AND FORCE IS GIVEN.          *
001263*--------------------------------------------------------------*
001264 1600-CHECK-CONTROL.
001265         OPEN I-O PROCESSING-CONTROL-FILE.
001266*       FS 05 = CLUSTER STILL EMPTY (NO GENERATION YET TAKEN).
001267         IF PG-CTL-FS NOT = '00' AND PG-CTL-FS NOT = '05'
001268             DISPLAY "PGCTL - ERRO: ABERTURA DO CONTROLE DE "
001269                 "PROCESSAMENTO FALHOU, FILE STATUS "
001270                 PG-CTL-FS "."
001271             MOVE 16 TO RETURN-CODE
001272             STOP RUN
001273         END-IF.
001274         MOVE SPACES      TO PROCESSING-CONTROL-RECORD.
001275         MOVE PH-RUN-DATE TO CT-RUN-DATE.
001276         MOVE PH-RUN-TIME TO CT-RUN-TIME.
001277         MOVE PH-RUN-MODE TO CT-RUN-MODE.
001278         SET CT-CONSUMER-ARCH TO TRUE.
001279         READ PROCESSING-CONTROL-FILE.
001280         IF PG-CTL-FS = '00'
001281             SET PG-GEN-TAKEN TO TRUE
001282         ELSE
001283             IF PG-CTL-FS NOT = '23'
001284                 DISPLAY "PGCTL - ERRO: LEITURA DO CONTROLE DE "
001285                     "PROCESSAMENTO FALHOU, FILE STATUS "
001286                     PG-CTL-FS "."
001287                 MOVE 16 TO RETURN-CODE
001288                 STOP RUN
001289             END-IF
001290         END-IF.
001291         IF PG-GEN-NOT-TAKEN
001292             GO TO 1600-EXIT
001293         END-IF.
001294         IF CT-IN-PROGRESS AND PG-FORCE-NO
001295             DISPLAY "PGARCH - ERRO: ARQUIVAMENTO DA GERACAO "
001296                 PH-RUN-DATE " " PH-RUN-TIME " " PH-RUN-MODE
001297                 " INICIADO EM " CT-LAST-DATE " " CT-LAST-TIME
001298                 " NAO TERMINOU."
001299             DISPLAY "PGARCH - O PGHIST PODE CONTER PARTE DA "
001300                 "GERACAO, CARIMBO " CT-HIST-RUN-DATE " "
001301                 CT-HIST-RUN-TIME ": REMOVA ESSES REGISTROS E "
001302                 "REPROCESSE COM FORCE."
001303             MOVE 16 TO RETURN-CODE
001304             CLOSE PROGRESSION-OUTPUT-FILE
001305             CLOSE PROCESSING-CONTROL-FILE
001306             STOP RUN
001307         END-IF.
001308         MOVE CT-RECORD-COUNT TO PG-DISPLAY-COUNT.
001309         IF PG-FORCE-NO
001310             DISPLAY "PGARCH - GERACAO " PH-RUN-DATE " "
001311                 PH-RUN-TIME " " PH-RUN-MODE " JA PROCESSADA EM "
001312                 CT-LAST-DATE " " CT-LAST-TIME " ("
001313                 PG-DISPLAY-COUNT " REGISTROS); NADA FOI GRAVADO."
001314             MOVE 2 TO RETURN-CODE
001315             CLOSE PROGRESSION-OUTPUT-FILE
001316             CLOSE PROCESSING-CONTROL-FILE
001317             STOP RUN
001318         END-IF.
001319         DISPLAY "PGARCH - AVISO: REPROCESSAMENTO FORCADO DA "
001320             "GERACAO " PH-RUN-DATE " " PH-RUN-TIME " "
001321             PH-RUN-MODE ", AUTORIZADO POR " PG-FORCE-BY ".".
001322         DISPLAY "PGARCH - PROCESSAMENTO ANTERIOR EM "
001323             CT-LAST-DATE " " CT-LAST-TIME ": " PG-DISPLAY-COUNT
001324             " REGISTROS.".
001325         IF CT-IN-PROGRESS
001326             DISPLAY "PGARCH - AVISO: ARQUIVAMENTO ANTERIOR NAO "
001327                 "TERMINOU (CARIMBO " CT-HIST-RUN-DATE " "
001328                 CT-HIST-RUN-TIME ")."
001329         END-IF.
001330 1600-EXIT.
001331         EXIT.
001332*--------------------------------------------------------------*
001333* THE CONTROL RECORD IS WRITTEN IN PROGRESS, WITH THE STAMP    *
001334* ABOUT TO GO ON THE HISTORY RECORDS, BEFORE PGHIST IS OPENED: *
001335* IF THE APPEND STOPS PART-WAY THE RECORD SAYS SO AND NAMES    *
001336* THE RECORDS TO REMOVE.  A GENERATION NOT TAKEN BEFORE GETS   *
001337* ITS FIRST PROCESSING DATE/TIME HERE.                         *
001338*--------------------------------------------------------------*
001339 1700-MARK-IN-PROGRESS.
001340         ACCEPT PG-CTL-DATE FROM DATE YYYYMMDD.
001341         ACCEPT PG-CTL-TIME-RAW FROM TIME.
001342         COMPUTE PG-CTL-TIME = PG-CTL-TIME-RAW / 100.
001343         IF PG-GEN-NOT-TAKEN
001344             MOVE PG-CTL-DATE TO CT-FIRST-DATE
001345             MOVE PG-CTL-TIME TO CT-FIRST-TIME
001346             MOVE ZERO        TO CT-RECORD-COUNT
001347             MOVE ZERO        TO CT-HASH-TOTAL
001348             MOVE ZERO        TO CT-FORCE-COUNT
001349             MOVE SPACES      TO CT-FORCE-BY
001350         END-IF.
001351         MOVE PG-CTL-DATE TO CT-LAST-DATE.
001352         MOVE PG-CTL-TIME TO CT-LAST-TIME.
001353         MOVE PG-RUN-DATE TO CT-HIST-RUN-DATE.
001354         MOVE PG-RUN-TIME TO CT-HIST-RUN-TIME.
001355         SET CT-IN-PROGRESS TO TRUE.
001356         IF PG-GEN-TAKEN
001357             REWRITE PROCESSING-CONTROL-RECORD
001358         ELSE
001359             WRITE PROCESSING-CONTROL-RECORD
001360         END-IF.
001361         IF PG-CTL-FS NOT = '00'
001362             DISPLAY "PGCTL - ERRO: GRAVACAO DO CONTROLE FALHOU, "
001363                 "FILE STATUS " PG-CTL-FS ", NADA FOI ARQUIVADO."
001364             MOVE 16 TO RETURN-CODE
001365             CLOSE PROGRESSION-OUTPUT-FILE
001366             CLOSE PROCESSING-CONTROL-FILE
001367             STOP RUN
001368         END-IF.
001369 1700-EXIT.
001370         EXIT.
001371 1510-VERIFY-RECORD.
001372         READ PROGRESSION-OUTPUT-FILE
001373             AT END
001374                 SET PG-EOF-YES TO TRUE
001375         END-READ.
001376         IF PG-EOF-YES
001377             GO TO 1510-EXIT
001378         END-IF.
001379         IF PO-TRAILER-RECORD
001380             SET PG-TRAILER-SEEN TO TRUE
001381             GO TO 1510-EXIT
001382         END-IF.
001390         ADD 1 TO PG-VERIFY-COUNT.
001400         ADD PO-TERMOS-VALOR TO PG-VERIFY-HASH.
001410 1510-EXIT.
001520         MOVE PO-RECORD-STATUS TO HS-RECORD-STATUS.
001530         MOVE PG-RUN-TIME      TO HS-RUN-TIME.
001540         MOVE PO-DUE-DATE      TO HS-DUE-DATE.
001545         MOVE PO-CURRENCY      TO HS-CURRENCY.
001550         WRITE PROGRESSION-HISTORY-RECORD.
001560         ADD 1 TO PG-ARCHIVE-COUNT.
001565         ADD PO-TERMOS-VALOR TO PG-ARCHIVE-HASH.
001570         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
001580 2000-EXIT.
001590         EXIT.
001730         END-IF.
001740 2900-EXIT.
001750         EXIT.
001751*--------------------------------------------------------------*
001752* THE GENERATION IS MARKED COMPLETE ONLY WHEN THE WHOLE        *
001753* GENERATION HAS BEEN APPENDED.  PGHIST IS EXTENDED IN PLACE,  *
001754* SO A RUN THAT FAILS PART-WAY CANNOT SIMPLY BE RERUN: IT      *
001755* LEAVES THE RECORD IN PROGRESS (1700) AND 1600 STOPS THE NEXT *
001756* RUN.  A FORCED REPROCESS KEEPS THE FIRST PROCESSING          *
001757* DATE/TIME, IS COUNTED, AND NAMES WHO AUTHORIZED IT.          *
001758*--------------------------------------------------------------*
001759 8500-RECORD-CONTROL.
001760         ACCEPT PG-CTL-DATE FROM DATE YYYYMMDD.
001761         ACCEPT PG-CTL-TIME-RAW FROM TIME.
001762         COMPUTE PG-CTL-TIME = PG-CTL-TIME-RAW / 100.
001763         IF PG-GEN-TAKEN
001764             ADD 1 TO CT-FORCE-COUNT
001765             MOVE PG-FORCE-BY TO CT-FORCE-BY
001766         END-IF.
001767         MOVE PG-CTL-DATE TO CT-LAST-DATE.
001768         MOVE PG-CTL-TIME TO CT-LAST-TIME.
001769         MOVE PG-ARCHIVE-COUNT TO CT-RECORD-COUNT.
001770         MOVE PG-ARCHIVE-HASH TO CT-HASH-TOTAL.
001771         SET CT-COMPLETE TO TRUE.
001772         REWRITE PROCESSING-CONTROL-RECORD.
001773         IF PG-CTL-FS NOT = '00'
001774             DISPLAY "PGCTL - ERRO: GRAVACAO DO CONTROLE FALHOU, "
001775                 "FILE STATUS " PG-CTL-FS " -- A GERACAO FOI "
001776                 "ARQUIVADA MAS O CONTROLE FICOU EM ANDAMENTO."
001777             MOVE 16 TO RETURN-CODE
001778         END-IF.
001779         CLOSE PROCESSING-CONTROL-FILE.
001788 8500-EXIT.
001789         EXIT.
001790 9000-TERMINATE.
001791         CLOSE PROGRESSION-OUTPUT-FILE.
001792         CLOSE PROGRESSION-HISTORY-FILE.
001793         MOVE PG-ARCHIVE-COUNT TO PG-DISPLAY-COUNT.
001800         DISPLAY "PGARCH - REGISTROS ARQUIVADOS: "
001810             PG-DISPLAY-COUNT.
001820 9000-EXIT.
