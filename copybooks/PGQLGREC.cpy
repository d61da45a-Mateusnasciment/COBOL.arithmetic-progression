000010*----------------------------------------------------------------*
000020* COPYBOOK: PGQLGREC
000030* PURPOSE:  LAYOUT OF THE SETTLEMENT QUOTE LOG RECORD PGQUOTE
000040*           APPENDS TO PGQLOG FOR EVERY PAYOFF QUOTE IT ISSUES,
000050*           SO A LATER SETTLEMENT CAN BE MATCHED BY QUOTE NUMBER
000060*           TO THE FIGURE THE CUSTOMER WAS GIVEN.  QUOTE NUMBERS
000070*           RUN ON FROM THE LAST RECORD ON THE LOG.
000080*
000090*           QL-HIST-RUN-DATE/QL-HIST-RUN-TIME NAME THE HISTORY
000100*           EXECUTION THE TERMS WERE TAKEN FROM, AND
000110*           QL-ARREARS-AS-OF THE ARREARS WORKLIST POSITION USED,
000120*           SO THE INPUTS BEHIND A QUOTE CAN BE TRACED.
000130*           QL-PAYOFF-AMOUNT IS THE PRESENT VALUE OF THE
000140*           REMAINING TERMS PLUS THE ARREARS.
000150*----------------------------------------------------------------*
000160*   DATE       INIT  DESCRIPTION
000170*   15/10/2026 JH    ORIGINAL QUOTE LOG RECORD LAYOUT.
000180*----------------------------------------------------------------*
000190 01  QUOTE-LOG-RECORD.
000200         05  QL-QUOTE-NUMBER          PIC 9(08).
000210         05  QL-QUOTE-DATE            PIC 9(08).
000220         05  QL-QUOTE-TIME            PIC 9(06).
000230         05  QL-REQUEST-ID            PIC X(08).
000240         05  QL-CURRENCY              PIC X(03).
000250         05  QL-SETTLE-DATE           PIC 9(08).
000260         05  QL-EXPIRY-DATE           PIC 9(08).
000270         05  QL-ANNUAL-RATE           PIC 9(03)V9(04).
000280         05  QL-HIST-RUN-DATE         PIC 9(08).
000290         05  QL-HIST-RUN-TIME         PIC 9(04).
000300         05  QL-ARREARS-AS-OF         PIC 9(08).
000310         05  QL-REMAIN-COUNT          PIC 9(05).
000320         05  QL-NOMINAL-AMOUNT        PIC S9(11)V99.
000330         05  QL-PRESENT-VALUE         PIC S9(11)V99.
000340         05  QL-ARREARS-COUNT         PIC 9(05).
000350         05  QL-ARREARS-AMOUNT        PIC S9(11)V99.
000360         05  QL-PAYOFF-AMOUNT         PIC S9(11)V99.
000370         05  FILLER                   PIC X(12).
