000010*----------------------------------------------------------------*
000020* COPYBOOK: PGCTLREC
000030* PURPOSE:  LAYOUT OF THE PROCESSING-CONTROL RECORD -- THE KSDS
000040*           (PGCTL) ON WHICH EACH CONSUMER OF A PGOUT GENERATION
000050*           (PGARCH, PGGLEXT, PGDIST) RECORDS THAT IT HAS TAKEN
000060*           THAT GENERATION, SO A RESUBMITTED BATCH CANNOT
000070*           ARCHIVE OR EXTRACT THE SAME GENERATION TWICE.  THE
000080*           KEY IS THE GENERATION'S IDENTITY FROM ITS OWN HEADER
000090*           (PH-RUN-DATE, PH-RUN-TIME, PH-RUN-MODE -- SEE
000100*           PGOUTHDR) FOLLOWED BY THE CONSUMER'S PROGRAM NAME,
000110*           SO A GENERATION'S RECORDS READ TOGETHER IN KEY
000120*           ORDER.  CT-RECORD-COUNT AND CT-HASH-TOTAL ARE THE
000130*           CONSUMER'S OWN OUTPUT CONTROLS FOR THE LAST TIME IT
000140*           TOOK THE GENERATION:
000150*             PGARCH   HISTORY RECORDS APPENDED / SUM OF THEIR
000160*                      HS-TERMOS-VALOR
000170*             PGGLEXT  GL SUMMARY RECORDS / THE GL TRAILER HASH
000180*             PGDIST   EXTRACT DETAIL LINES / SUM OF THEIR VALUES
000190*           A FORCED REPROCESS (PGPARM 'FORCE') KEEPS THE FIRST
000200*           PROCESSING DATE/TIME, COUNTS ITSELF IN
000210*           CT-FORCE-COUNT AND NAMES WHO AUTHORIZED IT.
000211*           CT-HIST-RUN-DATE AND CT-HIST-RUN-TIME ARE SET BY
000212*           PGARCH ONLY: THE HS-RUN-DATE AND HS-RUN-TIME (HHMM)
000213*           IT STAMPED ON THE HISTORY RECORDS, SO THE ARCHIVED
000214*           COPY OF A GENERATION CAN BE FOUND ON PGHIST AGAIN.
000215*           SPACES FOR THE OTHER CONSUMERS.
000217*           CT-STATUS IS 'P' WHILE PGARCH IS APPENDING TO PGHIST
000219*           (WRITTEN BEFORE THE FIRST HISTORY RECORD) AND 'C' WHEN
000221*           IT HAS FINISHED; A RECORD LEFT AT 'P' MEANS THE APPEND
000223*           STOPPED PART-WAY.  SPACE (THE OTHER CONSUMERS, WHICH
000225*           WRITE THE RECORD ONLY WHEN DONE) IS COMPLETE.
000227*----------------------------------------------------------------*
000230*   DATE       INIT  DESCRIPTION
000240*   15/10/2026 JH    ORIGINAL PROCESSING-CONTROL LAYOUT.
000243*   15/10/2026 JH    CT-HIST-RUN-DATE/TIME CARVED OUT OF THE
000246*                    FILLER FOR THE PGBAL BALANCING STEP.
000247*   15/10/2026 JH    CT-STATUS CARVED OUT OF THE FILLER FOR
000248*                    PGARCH'S IN-PROGRESS MARK.
000250*----------------------------------------------------------------*
000260 01  PROCESSING-CONTROL-RECORD.
000270         05  CT-KEY.
000280             10  CT-GEN-KEY.
000290                 15  CT-RUN-DATE          PIC 9(08).
000300                 15  CT-RUN-TIME          PIC 9(06).
000310                 15  CT-RUN-MODE          PIC X(01).
000320             10  CT-CONSUMER              PIC X(08).
000330                 88  CT-CONSUMER-ARCH             VALUE 'PGARCH'.
000340                 88  CT-CONSUMER-GLEXT            VALUE 'PGGLEXT'.
000350                 88  CT-CONSUMER-DIST             VALUE 'PGDIST'.
000360         05  CT-FIRST-DATE            PIC 9(08).
000370         05  CT-FIRST-TIME            PIC 9(06).
000380         05  CT-LAST-DATE             PIC 9(08).
000390         05  CT-LAST-TIME             PIC 9(06).
000400         05  CT-RECORD-COUNT          PIC 9(08).
000410         05  CT-HASH-TOTAL            PIC S9(13)V99.
000420         05  CT-FORCE-COUNT           PIC 9(03).
000430         05  CT-FORCE-BY              PIC X(08).
000440         05  CT-HIST-RUN-DATE         PIC 9(08).
000450         05  CT-HIST-RUN-TIME         PIC 9(04).
000460         05  CT-STATUS                PIC X(01).
000470             88  CT-IN-PROGRESS                   VALUE 'P'.
000480             88  CT-COMPLETE                      VALUE 'C' SPACE.
000490         05  FILLER                   PIC X(02).
