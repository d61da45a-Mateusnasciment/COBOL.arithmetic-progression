000320*                    PRINTED ON EACH IMAGE LINE; A PRE-WIDENING
000330*                    JOURNAL IMAGE PRINTS THE CONTRIBUTION AS
000340*                    ZERO.
000341*   15/10/2026 JH    THE KEYING AND APPROVING OPERATORS (DUAL
000342*                    CONTROL) PRINTED ON EACH TRANSACTION LINE.
000343*   15/10/2026 JH    THE SCHEDULE'S CURRENCY (PM-CURRENCY) NOW
000344*                    PRINTED ON EACH IMAGE LINE; A BLANK CODE
000345*                    PRINTS AS THE BASE CURRENCY, BRL.
000350*------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000740*   MASTER RECORD; THE PGMSTREC LAYOUT BELOW IS USED TO PICK
000750*   THE FIELDS OUT OF WHICHEVER IMAGE WAS MOVED INTO IT LAST.
000760     COPY PGMSTREC.
000765     COPY PGCURTAB.
000770 01  PG-REPORT-HEADER.
000780         05  FILLER                   PIC X(30)
000790             VALUE 'PGJRNRPT - JORNAL DO MASTER   '.
000950         05  FILLER                   PIC X(10)
000960             VALUE '  REQUEST '.
000970         05  TH-REQUEST-ID            PIC X(08).
000980         05  FILLER                   PIC X(11)
000981             VALUE '  DIGITADO '.
000982         05  TH-MAINT-OPERATOR        PIC X(08).
000983         05  FILLER                   PIC X(11)
000984             VALUE '  APROVADO '.
000985         05  TH-APPROVE-OPERATOR      PIC X(08).
000986         05  FILLER                   PIC X(53)  VALUE SPACES.
000990 01  PG-IMAGE-LINE.
001000         05  IM-LABEL                 PIC X(08).
001010         05  FILLER                   PIC X(06)  VALUE ' TIPO '.
001210         05  FILLER                   PIC X(07)
001220             VALUE ' CONTR '.
001230         05  IM-CONTRIB               PIC -9(7).99.
001240         05  FILLER                   PIC X(04)  VALUE ' MD '.
001243         05  IM-CURRENCY              PIC X(03).
001246         05  FILLER                   PIC X(03)  VALUE SPACES.
001250 01  PG-NO-IMAGE-LINE.
001260         05  NI-LABEL                 PIC X(08).
001270         05  FILLER                   PIC X(14)
001950         MOVE JR-RUN-TIME   TO TH-RUN-TIME.
001960         MOVE JR-ACTION     TO TH-ACTION.
001970         MOVE JR-REQUEST-ID TO TH-REQUEST-ID.
001973         MOVE JR-MAINT-OPERATOR   TO TH-MAINT-OPERATOR.
001976         MOVE JR-APPROVE-OPERATOR TO TH-APPROVE-OPERATOR.
001980         WRITE JOURNAL-PRINT-RECORD FROM PG-TRAN-HEADER.
001990         MOVE '  ANTES ' TO IM-LABEL.
002000         MOVE '  ANTES ' TO NI-LABEL.
002400         ELSE
002410             MOVE ZERO TO IM-CONTRIB
002420         END-IF.
002421         IF PM-CURRENCY = SPACES
002422             MOVE PG-BASE-CURRENCY TO IM-CURRENCY
002423         ELSE
002424             MOVE PM-CURRENCY      TO IM-CURRENCY
002425         END-IF.
002430         WRITE JOURNAL-PRINT-RECORD FROM PG-IMAGE-LINE.
002440 3000-EXIT.
002450         EXIT.
