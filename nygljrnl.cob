       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYGLJRNL.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT GL-MAP-FILE ASSIGN TO GLMAPIN.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO GLREJECT
               FILE STATUS IS REJECT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC        PIC X(80).

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-REC            PIC X(80).

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-REC           PIC X(120).

       FD  REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REJECT-REC            PIC X(150).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  GENERAL LEDGER JOURNAL FOR THE BUSINESS DATE'S SEGMENT 69 MONEY *
      *  MOVEMENTS. PASS 1 BROWSES VSAM2 TO BUILD AN IN-MEMORY LOOKUP OF *
      *  EACH CONTRACT'S INTERNAL ISSUE DATE (CV SEGMENT 02). PASS 2     *
      *  BROWSES VSAMX AND TAKES EVERY SEGMENT 69 ENTRY WHOSE CALENDAR   *
      *  DATE (ISSUE DATE PLUS ITS TXASOF CONTRACT DURATION) IS AFTER    *
      *  THE PRIOR BUSINESS DAY, UP TO AND INCLUDING THE BUSINESS DATE - *
      *  SO A MONDAY JOURNAL CARRIES THE WEEKEND'S ENTRIES AND THE DAY   *
      *  AFTER A HOLIDAY CARRIES THE HOLIDAY'S. ENTRIES ARE CLASSED THE  *
      *  WAY NYFPVUL'S CHECK-TRANS-OUT GROUPS THEM - PREMIUM,            *
      *  WITHDRAWAL, SURRENDER (SF), LOAN AND DEATH TERMINATION (TD) -   *
      *  AND SUMMED BY COMPANY (THE HISTORY KEY USER-ID) AND CLASS. A    *
      *  TYPE OUTSIDE THOSE GROUPS WITH NO AMOUNT IS ONLY COUNTED; ONE   *
      *  CARRYING AN AMOUNT HAS NO GL MAPPING, SO IT IS LISTED ON        *
      *  GLREJECT AND HOLDS THE JOURNAL BACK.                            *
      *  EACH COMPANY/CLASS TOTAL IS MAPPED THROUGH THE GLMAPIN TABLE TO *
      *  A DEBIT AND A CREDIT ACCOUNT, GIVING ONE DEBIT AND ONE CREDIT   *
      *  LINE. A NEGATIVE NET TOTAL (REVERSALS) POSTS TO THE SAME PAIR   *
      *  OF ACCOUNTS WITH THE SIDES SWAPPED. A COMPANY-SPECIFIC MAP ROW  *
      *  WINS OVER A ROW WITH A BLANK COMPANY.                           *
      *  THE JOURNAL IS BUILT IN STORAGE AND ONLY WRITTEN WHEN EVERY     *
      *  CLASS WITH ACTIVITY IS MAPPED TO TWO ACCOUNTS AND TOTAL DEBITS  *
      *  EQUAL TOTAL CREDITS. OTHERWISE GLJRNL IS LEFT EMPTY, EVERY      *
      *  REASON IS LISTED ON GLREJECT AND THE STEP IS ABENDED SO NOTHING *
      *  IS SENT TO THE LEDGER. GLREJECT ALWAYS ENDS WITH A STATUS ROW.  *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYGLJRNL EXEC PGM=NYGLJRNL                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //GLMAPIN  DD DISP=SHR,DSN=P54.CK.NYGLJRNL.GLMAP                 *
      * //GLJRNL   DD DSN=T54.T9511F0.NYGLJRNL.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=120,BLKSIZE=0)                 *
      * //GLREJECT DD DSN=T54.T9511F0.NYGLJRNL.REJECT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(1,1),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     BUSDATE - NYBUSDAT'S BUSINESS DATE CARD (MMDDCCYY), PRIOR    *
      *       BUSINESS DAY IN COLS 9-16. A DUMMY OR EMPTY CARD LEAVES THE*
      *       SYSTEM DATE AS THE POSTING DATE AND THE ONLY DATE TAKEN.   *
      *     GLMAPIN - GL MAPPING TABLE, ONE 80-BYTE ROW PER COMPANY AND  *
      *       CLASS: COMPANY (BLANK = ANY COMPANY), CLASS (PREM, WDRL,   *
      *       SURR, LOAN, DTH), DEBIT ACCOUNT, CREDIT ACCOUNT, LINE      *
      *       DESCRIPTION                                                *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     UNMAPPED CLASS, INCOMPLETE MAP ROW, JOURNAL OUT OF BALANCE,  *
      *     UNMAPPED TRANSACTION TYPE CARRYING AN AMOUNT                 *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *     CKDCEXIN ---- DATE CONVERSION                                *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     GLMAPIN GENERAL LEDGER ACCOUNT MAPPING TABLE                 *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 BINARY1            COMP PIC S9(04) VALUE +1.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.
           05 JOURNAL-FILE-STATUS            PIC X(02).
           05 REJECT-FILE-STATUS             PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 HIST-EOF-IND                   PIC X(1).
              88 HIST-EOF                    VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.
              88 HISTORY-FILE                VALUE 'H'.

           05 BUSDATE-EOF-IND                PIC X(1).
              88 BUSDATE-EOF                 VALUE 'Y'.

           05 GL-MAP-EOF-IND                 PIC X(1).
              88 GL-MAP-EOF                  VALUE 'Y'.

           05 WS-REJECT-IND                  PIC X(1).
              88 WS-JOURNAL-REJECTED         VALUE 'Y'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                     PIC X(1).
              88 INFORCE-IO-COMPLETED        VALUE '0'.
              88 INFORCE-IO-EOF              VALUE '6'.

      * INFORCE READ ONLY DATA
           05 INFORCE-FILE-LENGTH      COMP SYNC PIC S9(4) VALUE +12.
           05 INF-RECORD-KEY.
               10 INFORCE-KEY-FILE-CODE      PIC X.
               10 INFORCE-KEY-USER-ID        PIC X.
               10 INFORCE-KEY-POL-NUM        PIC X(10).
           05 INQUIRY-RECORD-CONTROL-SECTION.
               10 FRCKEY-FILE-CODE           PIC X.
               10 FRCKEY-USER-ID             PIC X.
               10 FRCCNTRT-CONTRACT-NUMBER   PIC X(10).
           05 INFORCE-BASIC-LENGTH     COMP SYNC PIC S9(4).
           05 INFORCE-RECSIZE          COMP PIC S9(8) VALUE +65000.
           05 FILLER REDEFINES INFORCE-RECSIZE.
               10 FILLER                     PIC X(2).
               10 INFORCE-PRMAX              COMP PIC 9(4).
           05 INFORCE-MAX-SEGS         COMP PIC S9(4) VALUE +4000.
           05 INFORCE-VSAMX-INFO.
               10 FILLER                PIC X(7) VALUE 'FVDUNLD'.
               10 FILLER                PIC X    VALUE LOW-VALUE.
               10 FILLER                PIC X    VALUE ' '.
               10 FILLER                PIC X(08) VALUE LOW-VALUES.

      * HISTORY READ ONLY DATA
           05 SDT-H-TABLE-NAME         PIC X(08) VALUE 'CKESDTBH'.
           05 HISTORY-FILE-LENGTH      COMP PIC S9(4).
           05 HISTORY-VSAMX-INFO.
               10 FILLER           PIC X(7)   VALUE 'FVDULHD'.
               10 FILLER           PIC X      VALUE LOW-VALUE.
               10 FILLER           PIC X      VALUE ' '.
               10 FILLER           PIC X(11)  VALUE LOW-VALUES.
       EJECT

       01 VARIABLE-WORK-AREA.
           05 WS-SEG-ID             PIC X(02).
           05 WS-SEG-SEQ            COMP-3 PIC S9(5).
           05 WS-SEG-WORK-AREA      PIC X(25000) VALUE SPACE.

      * TRANSACTION CLASSIFICATION, SAME VALUES AS THE SEGMENT 69
      * ACTIVITY BREAKDOWN ON NYFPVUL'S OWN REPORT
           05 CHECK-TRANS-OUT                      PIC X(02).
              88 ALL-PREM-PAYMENT                  VALUES
                                  'PI', 'PF', 'PA', 'PR',
                                  'PT', 'PU', 'PB'.
              88 ALL-WITHDRAWAL                    VALUES
                                  'SG', 'SN', 'SM', 'SH',
                                  'SF', 'SQ'.
              88 ALL-LOANS                         VALUES
                                  'LN', 'LM', 'LG'.
              88 FULL-SURRENDER                    VALUE 'SF'.
              88 TERM-DEATH                        VALUE 'TD'.

      * GL CLASS OF THE CURRENT ENTRY
           05 WS-GL-CLASS                  PIC X(04).
              88 WS-GL-NO-CLASS            VALUE SPACE.

      * BUSINESS DATE - SYSTEM DATE UNLESS BUSDATE CARRIES ONE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR              PIC 9(02).
              10 WS-CURR-MO                PIC 9(02).
              10 WS-CURR-DAY               PIC 9(02).
           05 WS-CURR-CONV-DATE.
              10 WS-CURR-CONV-MM           PIC 9(02).
              10 WS-CURR-CONV-DD           PIC 9(02).
              10 WS-CURR-CONV-CC           PIC 9(02).
              10 WS-CURR-CONV-YY           PIC 9(02).
           05 WS-BUSDATE-CARD              PIC X(80) VALUE SPACE.
           05 WS-POST-DATE.
              10 WS-POST-CC                PIC 9(02).
              10 WS-POST-YY                PIC 9(02).
              10 WS-POST-MM                PIC 9(02).
              10 WS-POST-DD                PIC 9(02).
           05 WS-INT-BUS-DATE              COMP-3.
              10 WS-INT-BUS-YEAR           PIC S9(03).
              10 WS-INT-BUS-DAY            PIC S9(03).

      * PRIOR BUSINESS DAY FROM BUSDATE. ENTRIES DATED AFTER IT, UP TO
      * AND INCLUDING THE BUSINESS DATE, ARE JOURNALLED. THE KEYS ARE
      * YEAR * 1000 + DAY OF YEAR.
           05 WS-PRIOR-DATE                PIC X(08) VALUE SPACE.
           05 WS-INT-PRIOR-DATE            COMP-3.
              10 WS-INT-PRIOR-YEAR         PIC S9(03).
              10 WS-INT-PRIOR-DAY          PIC S9(03).
           05 WS-BUS-KEY                   PIC S9(07) COMP-3 VALUE +0.
           05 WS-PRIOR-KEY                 PIC S9(07) COMP-3 VALUE +0.
           05 WS-TRAN-KEY                  PIC S9(07) COMP-3 VALUE +0.

      * CURRENT CONTRACT
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-INT-TRAN-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY              PIC S9(05) COMP-3 VALUE +0.

      * TABLE SUBSCRIPTS
           05 WS-SUM-SUB                   PIC S9(05) COMP-3 VALUE +0.
           05 WS-FOUND-SUM-SUB             PIC S9(05) COMP-3 VALUE +0.
           05 WS-MAP-SUB                   PIC S9(05) COMP-3 VALUE +0.
           05 WS-FOUND-MAP-SUB             PIC S9(05) COMP-3 VALUE +0.
           05 WS-LINE-SUB                  PIC S9(05) COMP-3 VALUE +0.

      * CURRENT SUMMARY ENTRY BEING POSTED
           05 WS-POST-AMOUNT        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-POST-DEBIT-ACCT    PIC X(12).
           05 WS-POST-CREDIT-ACCT   PIC X(12).
           05 WS-REJECT-REASON      PIC X(20).

      * TOTALS
           05 WS-TOT-DEBIT          PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-CREDIT         PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-ACTIVITY       PIC S9(13)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOT-ON-INFORCE-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-DAY-ENTRY-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NON-MONEY-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-POSTED-ENTRY-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-REJECT-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-JOURNAL-WRITE-CNT  PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * ISSUE DATE LOOKUP, BUILT ON THE VSAM2 BROWSE PASS AND READ      *
      * FORWARD ON THE VSAMX BROWSE PASS                                *
      ********************************************************************

       01 INF-LOOKUP-TABLE.
           05 INF-LKUP-USED          PIC S9(05) COMP-3 VALUE +0.
           05 INF-LKUP-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY INF-LKUP-IDX.
               10 INF-LKUP-POL-NUM     PIC X(10).
               10 INF-LKUP-INT-ISSUE   COMP-3.
                  15 INF-LKUP-ISSUE-YEAR PIC S9(03).
                  15 INF-LKUP-ISSUE-DAY  PIC S9(03).
       EJECT

      ********************************************************************
      * GL MAPPING TABLE (GLMAPIN) - COMPANY AND CLASS TO DEBIT AND     *
      * CREDIT ACCOUNT. A BLANK COMPANY APPLIES TO EVERY COMPANY.       *
      ********************************************************************

       01 GL-MAP-TABLE.
           05 MAP-USED               PIC S9(05) COMP-3 VALUE +0.
           05 MAP-ENTRY OCCURS 200 TIMES.
               10 MAP-COMPANY        PIC X(01).
                  88 MAP-ANY-COMPANY        VALUE SPACE.
               10 MAP-CLASS          PIC X(04).
               10 MAP-DEBIT-ACCT     PIC X(12).
               10 MAP-CREDIT-ACCT    PIC X(12).
               10 MAP-DESC           PIC X(30).

       01 GM-GL-MAP-RECORD.
           05 GM-COMPANY             PIC X(01).
           05 FILLER                 PIC X(01).
           05 GM-CLASS               PIC X(04).
           05 FILLER                 PIC X(01).
           05 GM-DEBIT-ACCT          PIC X(12).
           05 FILLER                 PIC X(01).
           05 GM-CREDIT-ACCT         PIC X(12).
           05 FILLER                 PIC X(01).
           05 GM-DESC                PIC X(30).
           05 FILLER                 PIC X(17).
       EJECT

      ********************************************************************
      * BUSINESS DATE ACTIVITY SUMMED BY COMPANY AND CLASS              *
      ********************************************************************

       01 GL-SUMMARY-TABLE.
           05 SUM-USED               PIC S9(05) COMP-3 VALUE +0.
           05 SUM-ENTRY OCCURS 200 TIMES.
               10 SUM-COMPANY        PIC X(01).
               10 SUM-CLASS          PIC X(04).
               10 SUM-ENTRY-CNT      PIC S9(07) COMP-3.
               10 SUM-AMOUNT         PIC S9(13)V99 COMP-3.
       EJECT

      ********************************************************************
      * JOURNAL LINES, HELD UNTIL THE WHOLE JOURNAL HAS PASSED ITS      *
      * CHECKS. TWO LINES PER SUMMARY ENTRY.                            *
      ********************************************************************

       01 GL-LINE-TABLE.
           05 LINE-USED              PIC S9(05) COMP-3 VALUE +0.
           05 LINE-ENTRY OCCURS 400 TIMES.
               10 LINE-COMPANY       PIC X(01).
               10 LINE-ACCOUNT       PIC X(12).
               10 LINE-DR-CR         PIC X(01).
               10 LINE-CLASS         PIC X(04).
               10 LINE-ENTRY-CNT     PIC S9(07) COMP-3.
               10 LINE-AMOUNT        PIC S9(13)V99 COMP-3.
               10 LINE-DESC          PIC X(30).
       EJECT

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       01 TRANSACTION-SEGMENT.
          COPY CKFRECTX.
       EJECT

      ********************************************************************
      * INFORCE RECORD CONTROL SECTION                                   *
      ********************************************************************

       01 INFORCE-FILE-AREA.
           05 INFORCE-REC-LENGTH     PIC S9(4) COMP.
           05 INFORCE-FILE-KEY.
               10 INFORCE-REC-ID     PIC X(01).
               10 INFORCE-USER-ID    PIC X(1).
               10 INFORCE-POL-NUMBER PIC X(10).
           05 INFORCE-IO-STAT        PIC X(01).
           05 FILLER                 PIC X(64985).
       EJECT

       01 INFORCE-FILE-DCB.
           COPY CKDCBMAX.
       EJECT

       01 INFORCE-FILE-AUXDCB        PIC X(25000).
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                            BY AUX-INF-DCB.
       EJECT
       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE BY
                            INFORCE-AUX-SDT.
       EJECT

      ********************************************************************
      * HISTORY RECORD CONTROL SECTION                                   *
      ********************************************************************

       COPY CKNRECRC.
       05 FILLER                   PIC X(13980).
       EJECT

       01 HISTORY-FILE-DCB.
          COPY CKDCBLRG.
          COPY CKUBGPRM.
       EJECT

       01 HISTORY-FILE-AUXDCB       PIC X(25000).
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                            BY AUX-HIST-DCB.
       EJECT
       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE BY
                            HISTORY-AUX-SDT.
       EJECT

      ********************************************************************
      * LEDGER UPLOAD RECORDS - ONE HEADER, THE DEBIT AND CREDIT LINES, *
      * ONE TRAILER. AMOUNTS ARE UNSIGNED, THE SIDE IS IN JD-DR-CR.     *
      ********************************************************************

       01 JH-HEADER-RECORD.
           05 JH-RECORD-TYPE         PIC X(01) VALUE 'H'.
           05 JH-SOURCE-SYSTEM       PIC X(08) VALUE 'NYVULGL '.
           05 JH-POST-DATE           PIC X(08).
           05 JH-JOURNAL-NAME        PIC X(30)
              VALUE 'VUL DAILY POLICY ACTIVITY'.
           05 FILLER                 PIC X(73) VALUE SPACES.

       01 JD-DETAIL-RECORD.
           05 JD-RECORD-TYPE         PIC X(01) VALUE 'D'.
           05 JD-SOURCE-SYSTEM       PIC X(08) VALUE 'NYVULGL '.
           05 JD-POST-DATE           PIC X(08).
           05 JD-COMPANY             PIC X(01).
           05 JD-ACCOUNT             PIC X(12).
           05 JD-DR-CR               PIC X(01).
              88 JD-DEBIT            VALUE 'D'.
              88 JD-CREDIT           VALUE 'C'.
           05 JD-AMOUNT              PIC 9(13)V99.
           05 JD-CLASS               PIC X(04).
           05 JD-ENTRY-COUNT         PIC 9(07).
           05 JD-DESCRIPTION         PIC X(30).
           05 FILLER                 PIC X(33) VALUE SPACES.

       01 JT-TRAILER-RECORD.
           05 JT-RECORD-TYPE         PIC X(01) VALUE 'T'.
           05 JT-SOURCE-SYSTEM       PIC X(08) VALUE 'NYVULGL '.
           05 JT-POST-DATE           PIC X(08).
           05 JT-LINE-COUNT          PIC 9(07).
           05 JT-TOTAL-DEBITS        PIC 9(13)V99.
           05 JT-TOTAL-CREDITS       PIC 9(13)V99.
           05 FILLER                 PIC X(66) VALUE SPACES.
       EJECT

      ********************************************************************
      * REJECTION REPORT - ONE ROW PER REASON THE JOURNAL WAS HELD,     *
      * THEN A STATUS ROW WITH THE RUN'S TOTALS                         *
      ********************************************************************

       01 RJ-RECORD.
           05 RJ-RECORD-TYPE         PIC X(01).
              88 RJ-REJECT-ROW       VALUE 'R'.
              88 RJ-STATUS-ROW       VALUE 'S'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-POST-DATE           PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-COMPANY             PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-CLASS               PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-ENTRY-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-AMOUNT              PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-DEBIT-TOTAL         PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-CREDIT-TOTAL        PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RJ-REASON              PIC X(20).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FILLER                 PIC X(46) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYGLJRNL WORKING STORAGE ENDS  '.
       EJECT
       LINKAGE SECTION.
       EJECT
       PROCEDURE DIVISION.
      ********************************************************************
      *                        MAINLINE LOGIC                           *
      ********************************************************************

       0000-CONTROL-PROCESS.

           PERFORM 1000-INITIALIZATION
               THRU 1099-INITIALIZATION-EXIT.

           PERFORM 1100-OPEN-FILES
               THRU 1199-OPEN-FILES-EXIT.

      * PASS 1 - BROWSE VSAM2 AND BUILD THE ISSUE DATE LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-BUILD-ISSUE-LOOKUP
               THRU 2000-BUILD-ISSUE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX AND SUM THE DAY'S ACTIVITY
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

      * MAP EVERY SUMMARY ENTRY AND BUILD THE JOURNAL LINES
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM 4000-BUILD-JOURNAL-LINES
               THRU 4099-BUILD-JOURNAL-LINES-EXIT
               UNTIL WS-SUM-SUB NOT LESS THAN SUM-USED.

           PERFORM 4500-CHECK-BALANCE
               THRU 4599-CHECK-BALANCE-EXIT.

           IF NOT WS-JOURNAL-REJECTED
               PERFORM 5000-WRITE-JOURNAL
                   THRU 5099-WRITE-JOURNAL-EXIT
           END-IF.

           PERFORM 6000-WRITE-STATUS-ROW
               THRU 6099-WRITE-STATUS-ROW-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           IF WS-JOURNAL-REJECTED
               DISPLAY ' !! GL JOURNAL REJECTED - NOTHING SENT !!'
               DISPLAY ' !! SEE GLREJECT FOR THE REASONS        !!'
               GO TO EOJ9900-ABEND
           END-IF.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE ZERO TO WS-IO-CODE.
           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           MOVE LOW-VALUES TO HISTORY-FILE-DCB.
           INITIALIZE HISTORY-RECORD.
           MOVE ZERO TO INF-LKUP-USED.
           INITIALIZE INF-LOOKUP-TABLE.
           MOVE ZERO TO MAP-USED.
           MOVE ZERO TO SUM-USED.
           MOVE ZERO TO LINE-USED.
           MOVE 'N' TO WS-REJECT-IND.

           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO   TO WS-CURR-CONV-MM.
           MOVE WS-CURR-DAY  TO WS-CURR-CONV-DD.
           MOVE 20           TO WS-CURR-CONV-CC.
           MOVE WS-CURR-YEAR TO WS-CURR-CONV-YY.

      * BUSINESS DATE FROM NYBUSDAT. A DUMMY OR EMPTY
      * BUSDATE LEAVES THE SYSTEM DATE IN PLACE.
           MOVE 'N' TO BUSDATE-EOF-IND.
           OPEN INPUT BUSDATE-IN-FILE.
           READ BUSDATE-IN-FILE INTO WS-BUSDATE-CARD
               AT END SET BUSDATE-EOF TO TRUE
           END-READ.
           CLOSE BUSDATE-IN-FILE.
           IF NOT BUSDATE-EOF
               AND WS-BUSDATE-CARD (1:8) NOT = SPACE
               AND WS-BUSDATE-CARD (1:8) NUMERIC
               MOVE WS-BUSDATE-CARD (1:2) TO WS-CURR-CONV-MM
               MOVE WS-BUSDATE-CARD (3:2) TO WS-CURR-CONV-DD
               MOVE WS-BUSDATE-CARD (5:2) TO WS-CURR-CONV-CC
               MOVE WS-BUSDATE-CARD (7:2) TO WS-CURR-CONV-YY
           END-IF.

           MOVE WS-CURR-CONV-CC TO WS-POST-CC.
           MOVE WS-CURR-CONV-YY TO WS-POST-YY.
           MOVE WS-CURR-CONV-MM TO WS-POST-MM.
           MOVE WS-CURR-CONV-DD TO WS-POST-DD.
           DISPLAY 'GL POSTING DATE: ' WS-POST-DATE.

      * BUSINESS DATE IN THE SAME INTERNAL FORM AS THE CONTRACT DATES
           CALL 'CKDCEXIN' USING WS-CURR-CONV-DATE WS-INT-BUS-DATE.

      * PRIOR BUSINESS DAY FROM THE SAME CARD. WITHOUT ONE ONLY THE
      * BUSINESS DATE ITSELF IS TAKEN.
           COMPUTE WS-BUS-KEY = WS-INT-BUS-YEAR * 1000 + WS-INT-BUS-DAY.
           COMPUTE WS-PRIOR-KEY = WS-BUS-KEY - 1.
           IF NOT BUSDATE-EOF
               AND WS-BUSDATE-CARD (1:8) NUMERIC
               AND WS-BUSDATE-CARD (9:8) NOT = SPACE
               AND WS-BUSDATE-CARD (9:8) NUMERIC
               MOVE WS-BUSDATE-CARD (9:8) TO WS-PRIOR-DATE
               CALL 'CKDCEXIN' USING WS-PRIOR-DATE WS-INT-PRIOR-DATE
               COMPUTE WS-PRIOR-KEY =
                   WS-INT-PRIOR-YEAR * 1000 + WS-INT-PRIOR-DAY
           END-IF.
           IF WS-PRIOR-KEY NOT LESS THAN WS-BUS-KEY
               COMPUTE WS-PRIOR-KEY = WS-BUS-KEY - 1
           END-IF.
           DISPLAY 'GL PRIOR BUSINESS DAY: ' WS-PRIOR-DATE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN GLJRNL FAILED, STATUS = '
                       JOURNAL-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF REJECT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN GLREJECT FAILED, STATUS = '
                       REJECT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * LOAD THE GL MAPPING TABLE
           PERFORM 1300-LOAD-GL-MAP
               THRU 1399-LOAD-GL-MAP-EXIT.

           MOVE '6' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE
                                  INFORCE-FILE-AREA
                                  INFORCE-FILE-LENGTH
                                  INF-RECORD-KEY
                                  INFORCE-VSAMX-INFO.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'OPEN INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY.

           MOVE HISTORY-VSAMX-INFO TO UBHIST-HISTORY-VSAMX.
           MOVE '6' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY
                                  UBHIST-HISTORY-VSAMX.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'OPEN HISTORY FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  HISTORY-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY
                                  WS-DUMMY
                                  AUX-HIST-DCB
                                  HISTORY-AUX-SDT.

       1199-OPEN-FILES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  LOAD THE GL MAPPING TABLE                      *
      ********************************************************************

       1300-LOAD-GL-MAP.

           MOVE 'N' TO GL-MAP-EOF-IND.
           OPEN INPUT GL-MAP-FILE.

       1350-LOAD-GL-MAP-RTN.

           READ GL-MAP-FILE INTO GM-GL-MAP-RECORD
               AT END SET GL-MAP-EOF TO TRUE
           END-READ.

           IF GL-MAP-EOF
               GO TO 1380-LOAD-GL-MAP-DONE
           END-IF.

           IF GM-CLASS = SPACE
               GO TO 1350-LOAD-GL-MAP-RTN
           END-IF.

           IF MAP-USED NOT LESS THAN 200
               DISPLAY 'GL MAPPING TABLE EXCEEDS 200 ENTRIES - ROWS'
               DISPLAY 'BEYOND THE CAP ARE IGNORED'
               GO TO 1380-LOAD-GL-MAP-DONE
           END-IF.

           ADD +1 TO MAP-USED.
           MOVE GM-COMPANY      TO MAP-COMPANY (MAP-USED).
           MOVE GM-CLASS        TO MAP-CLASS (MAP-USED).
           MOVE GM-DEBIT-ACCT   TO MAP-DEBIT-ACCT (MAP-USED).
           MOVE GM-CREDIT-ACCT  TO MAP-CREDIT-ACCT (MAP-USED).
           MOVE GM-DESC         TO MAP-DESC (MAP-USED).

           GO TO 1350-LOAD-GL-MAP-RTN.

       1380-LOAD-GL-MAP-DONE.

           CLOSE GL-MAP-FILE.
           DISPLAY 'GL MAPPING TABLE ENTRIES: ' MAP-USED.

       1399-LOAD-GL-MAP-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - READ INFORCE AND RECORD THE ISSUE DATE BY CONTRACT    *
      ********************************************************************

       2000-BUILD-ISSUE-LOOKUP.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2000-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF INF-LKUP-USED NOT LESS THAN 20000
               ADD +1 TO WS-LOOKUP-OVFL-CNT
               GO TO 2000-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO INF-LKUP-USED.
           SET INF-LKUP-IDX TO INF-LKUP-USED.
           MOVE FRCCNTRT-CONTRACT-NUMBER
               TO INF-LKUP-POL-NUM (INF-LKUP-IDX).

           MOVE ZERO TO WS-INT-ISSUE-YEAR WS-INT-ISSUE-DAY.
           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE.
           IF WS-ISSUE-DATE NOT EQUAL SPACE
               AND WS-ISSUE-DATE NUMERIC
               CALL 'CKDCEXIN' USING WS-ISSUE-DATE WS-INT-ISSUE-DATE
           END-IF.
           MOVE WS-INT-ISSUE-YEAR
               TO INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX).
           MOVE WS-INT-ISSUE-DAY
               TO INF-LKUP-ISSUE-DAY (INF-LKUP-IDX).

       2000-BUILD-ISSUE-LOOKUP-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  THIS ROUTINE WILL READ THE INFORCE FILE AND DO A TRAILER
      *T  LIST ON THE RECORD.
      ******************************************************************

       2100-READ-INFORCE.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY
                                  WS-DUMMY
                                  AUX-INF-DCB.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE
                                  INQUIRY-RECORD-CONTROL-SECTION
                                  INFORCE-FILE-LENGTH
                                  INF-RECORD-KEY
                                  INFORCE-VSAMX-INFO.

           IF WS-IO-CODE EQUAL '6'
               SET END-OF-FILE TO TRUE
               GO TO 2199-READ-INFORCE-EXIT
           END-IF.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'INFORCE READ ERROR'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '0' TO WS-IO-CODE.
           MOVE 'C' TO AUXEFLG1 OF AUX-INF-DCB.
           MOVE 'S' TO AUXEFLG2 OF AUX-INF-DCB.
           MOVE 'I' TO AUXEFLG3 OF AUX-INF-DCB.
           MOVE 'F' TO AUXEFLG4 OF AUX-INF-DCB.
           MOVE 'V' TO AUXEFLG6 OF AUX-INF-DCB.

           MOVE AUX-INF-DCB TO INFORCE-FILE-AUXDCB.
           MOVE LENGTH OF INQUIRY-RECORD-CONTROL-SECTION
               TO INFORCE-BASIC-LENGTH.

           CALL 'CKETRLST' USING WS-IO-CODE
                                  INQUIRY-RECORD-CONTROL-SECTION
                                  INFORCE-FILE-DCB
                                  INFORCE-BASIC-LENGTH
                                  INFORCE-PRMAX
                                  INFORCE-MAX-SEGS
                                  INFORCE-FILE-AUXDCB
                                  INFORCE-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'ERROR IN SDT BUILD AUX1, RC = ' WS-IO-CODE
               DISPLAY 'POLICY NUMBER = ' FRCCNTRT-CONTRACT-NUMBER
               GO TO EOJ9900-ABEND
           END-IF.

       2199-READ-INFORCE-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *       THIS ROUTINE WILL GET A SEGMENT TRAILER FOR INFORCE      *
      ******************************************************************

       SUB7000-GET-TRLR.

           ADD +1 TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.

           IF INFORCE-FILE
               CALL 'CKETRGET' USING WS-SEG-ID
                                      WS-SEG-SEQ
                                      WS-SEG-WORK-AREA
                                      WS-DUMMY
                                      WS-IO-CODE
                                      WS-DUMMY
                                      INFORCE-FILE-DCB
           END-IF.

           IF HISTORY-FILE
               CALL 'CKETRGET' USING WS-SEG-ID
                                      WS-SEG-SEQ
                                      WS-SEG-WORK-AREA
                                      WS-DUMMY
                                      WS-IO-CODE
                                      WS-DUMMY
                                      HISTORY-FILE-DCB
           END-IF.

       SUB7999-GET-TRLR-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 2 - READ VSAMX AND SUM THE SEGMENT 69 MONEY MOVEMENTS      *
      *  DATED AFTER THE PRIOR BUSINESS DAY, UP TO AND INCLUDING THE     *
      *  BUSINESS DATE, BY COMPANY AND CLASS                             *
      ********************************************************************

       3000-PROCESS-HISTORY.

           PERFORM 3100-READ-NEXT-HISTORY
               THRU 3199-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.

           PERFORM 3650-LOOKUP-CONTRACT
               THRU 3659-LOOKUP-CONTRACT-EXIT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               OR INF-LKUP-POL-NUM (INF-LKUP-IDX) NOT EQUAL
                   NRCSRCHK-POL-NUMBER
               ADD +1 TO WS-NOT-ON-INFORCE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           IF INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       3620-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.

      * CALENDAR YEAR/DAY OF THE ENTRY - ISSUE DATE PLUS DURATION
           COMPUTE WS-INT-TRAN-YEAR =
               INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) + TXASOF-YEAR.
           COMPUTE WS-INT-TRAN-DAY =
               INF-LKUP-ISSUE-DAY (INF-LKUP-IDX) + TXASOF-DAY.
           IF WS-INT-TRAN-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-TRAN-DAY
               ADD +1 TO WS-INT-TRAN-YEAR
           END-IF.

           COMPUTE WS-TRAN-KEY =
               WS-INT-TRAN-YEAR * 1000 + WS-INT-TRAN-DAY.
           IF WS-TRAN-KEY NOT GREATER THAN WS-PRIOR-KEY
               OR WS-TRAN-KEY GREATER THAN WS-BUS-KEY
               GO TO 3620-NEXT-SEG-69
           END-IF.

           ADD +1 TO WS-DAY-ENTRY-CNT.

      * SURRENDER IS TESTED BEFORE WITHDRAWAL - SF IS IN BOTH GROUPS
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.
           EVALUATE TRUE
               WHEN ALL-PREM-PAYMENT
                   MOVE 'PREM' TO WS-GL-CLASS
               WHEN FULL-SURRENDER
                   MOVE 'SURR' TO WS-GL-CLASS
               WHEN ALL-WITHDRAWAL
                   MOVE 'WDRL' TO WS-GL-CLASS
               WHEN ALL-LOANS
                   MOVE 'LOAN' TO WS-GL-CLASS
               WHEN TERM-DEATH
                   MOVE 'DTH ' TO WS-GL-CLASS
               WHEN OTHER
                   MOVE SPACE  TO WS-GL-CLASS
           END-EVALUATE.

           IF WS-GL-NO-CLASS
               AND TXGROSS-GROSS-AMOUNT EQUAL ZERO
               ADD +1 TO WS-NON-MONEY-CNT
               GO TO 3620-NEXT-SEG-69
           END-IF.

      * A TYPE WITH NO GL CLASS THAT STILL MOVES MONEY CANNOT BE
      * POSTED - LIST IT RATHER THAN LET THE JOURNAL GO SHORT
           IF WS-GL-NO-CLASS
               MOVE NRCSRCHK-USER-ID     TO RJ-COMPANY
               MOVE TXTRNTYP-TRANS-TYPE  TO RJ-CLASS
               MOVE 1                    TO RJ-ENTRY-COUNT
               MOVE TXGROSS-GROSS-AMOUNT TO RJ-AMOUNT
               MOVE 'UNMAPPED TRANS TYPE' TO WS-REJECT-REASON
               PERFORM 4800-WRITE-REJECT-ROW
                   THRU 4899-WRITE-REJECT-ROW-EXIT
               GO TO 3620-NEXT-SEG-69
           END-IF.

           PERFORM 3700-FIND-SUMMARY-ENTRY
               THRU 3799-FIND-SUMMARY-ENTRY-EXIT.

           IF WS-FOUND-SUM-SUB EQUAL ZERO
               GO TO 3620-NEXT-SEG-69
           END-IF.

           ADD +1 TO SUM-ENTRY-CNT (WS-FOUND-SUM-SUB).
           ADD TXGROSS-GROSS-AMOUNT TO SUM-AMOUNT (WS-FOUND-SUM-SUB).
           ADD TXGROSS-GROSS-AMOUNT TO WS-TOT-ACTIVITY.
           ADD +1 TO WS-POSTED-ENTRY-CNT.

           GO TO 3620-NEXT-SEG-69.

       3000-PROCESS-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  READ THE NEXT HISTORY RECORD                   *
      ********************************************************************

       3100-READ-NEXT-HISTORY.

           MOVE '8' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY
                                  UBHIST-HISTORY-VSAMX.

           IF WS-IO-CODE EQUAL '6'
               SET HIST-EOF TO TRUE
               GO TO 3199-READ-NEXT-HISTORY-EXIT
           END-IF.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'HISTORY READ ERROR'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  HISTORY-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY
                                  WS-DUMMY
                                  AUX-HIST-DCB
                                  HISTORY-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'ERROR IN ETRLST, RC = ' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       3199-READ-NEXT-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  POSITION THE LOOKUP ON THE CURRENT HISTORY CONTRACT. BOTH       *
      *  FILES ARE IN CONTRACT ORDER, SO THE INDEX ONLY MOVES FORWARD    *
      *  AND STOPS AT THE FIRST ENTRY NOT LOWER THAN THE CONTRACT.       *
      ********************************************************************

       3650-LOOKUP-CONTRACT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               GO TO 3659-LOOKUP-CONTRACT-EXIT
           END-IF.

           IF INF-LKUP-POL-NUM (INF-LKUP-IDX) LESS THAN
                   NRCSRCHK-POL-NUMBER
               SET INF-LKUP-IDX UP BY 1
               GO TO 3650-LOOKUP-CONTRACT
           END-IF.

       3659-LOOKUP-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FIND (OR ADD) THE SUMMARY ENTRY FOR THE HISTORY RECORD'S        *
      *  COMPANY AND THE ENTRY'S CLASS. A FULL TABLE REJECTS THE RUN     *
      *  RATHER THAN DROP MONEY FROM THE JOURNAL.                        *
      ********************************************************************

       3700-FIND-SUMMARY-ENTRY.

           MOVE ZERO TO WS-FOUND-SUM-SUB.

       3730-FIND-SUMMARY-SEARCH.

           ADD +1 TO WS-FOUND-SUM-SUB.

           IF WS-FOUND-SUM-SUB GREATER THAN SUM-USED
               GO TO 3760-FIND-SUMMARY-INSERT
           END-IF.

           IF SUM-COMPANY (WS-FOUND-SUM-SUB) EQUAL NRCSRCHK-USER-ID
               AND SUM-CLASS (WS-FOUND-SUM-SUB) EQUAL WS-GL-CLASS
               GO TO 3799-FIND-SUMMARY-ENTRY-EXIT
           END-IF.

           GO TO 3730-FIND-SUMMARY-SEARCH.

       3760-FIND-SUMMARY-INSERT.

           IF SUM-USED NOT LESS THAN 200
               MOVE ZERO TO WS-FOUND-SUM-SUB
               MOVE NRCSRCHK-USER-ID TO RJ-COMPANY
               MOVE WS-GL-CLASS      TO RJ-CLASS
               MOVE 1                TO RJ-ENTRY-COUNT
               MOVE TXGROSS-GROSS-AMOUNT TO RJ-AMOUNT
               MOVE 'SUMMARY TABLE FULL' TO WS-REJECT-REASON
               PERFORM 4800-WRITE-REJECT-ROW
                   THRU 4899-WRITE-REJECT-ROW-EXIT
               GO TO 3799-FIND-SUMMARY-ENTRY-EXIT
           END-IF.

           ADD +1 TO SUM-USED.
           MOVE SUM-USED          TO WS-FOUND-SUM-SUB.
           MOVE NRCSRCHK-USER-ID  TO SUM-COMPANY (SUM-USED).
           MOVE WS-GL-CLASS       TO SUM-CLASS (SUM-USED).
           MOVE ZERO              TO SUM-ENTRY-CNT (SUM-USED).
           MOVE ZERO              TO SUM-AMOUNT (SUM-USED).

       3799-FIND-SUMMARY-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  MAP ONE SUMMARY ENTRY TO ITS ACCOUNTS AND ADD ITS DEBIT AND     *
      *  CREDIT LINES. A NET ZERO ENTRY POSTS NOTHING.                   *
      ********************************************************************

       4000-BUILD-JOURNAL-LINES.

           ADD +1 TO WS-SUM-SUB.

           IF SUM-AMOUNT (WS-SUM-SUB) EQUAL ZERO
               GO TO 4099-BUILD-JOURNAL-LINES-EXIT
           END-IF.

           PERFORM 4100-FIND-MAP-ENTRY
               THRU 4199-FIND-MAP-ENTRY-EXIT.

           MOVE SUM-COMPANY (WS-SUM-SUB)   TO RJ-COMPANY.
           MOVE SUM-CLASS (WS-SUM-SUB)     TO RJ-CLASS.
           MOVE SUM-ENTRY-CNT (WS-SUM-SUB) TO RJ-ENTRY-COUNT.
           MOVE SUM-AMOUNT (WS-SUM-SUB)    TO RJ-AMOUNT.

           IF WS-FOUND-MAP-SUB EQUAL ZERO
               MOVE 'UNMAPPED CLASS' TO WS-REJECT-REASON
               PERFORM 4800-WRITE-REJECT-ROW
                   THRU 4899-WRITE-REJECT-ROW-EXIT
               GO TO 4099-BUILD-JOURNAL-LINES-EXIT
           END-IF.

           IF MAP-DEBIT-ACCT (WS-FOUND-MAP-SUB) EQUAL SPACE
               OR MAP-CREDIT-ACCT (WS-FOUND-MAP-SUB) EQUAL SPACE
               MOVE 'INCOMPLETE MAP ROW' TO WS-REJECT-REASON
               PERFORM 4800-WRITE-REJECT-ROW
                   THRU 4899-WRITE-REJECT-ROW-EXIT
               GO TO 4099-BUILD-JOURNAL-LINES-EXIT
           END-IF.

           IF LINE-USED GREATER THAN 398
               MOVE 'JOURNAL LINES FULL' TO WS-REJECT-REASON
               PERFORM 4800-WRITE-REJECT-ROW
                   THRU 4899-WRITE-REJECT-ROW-EXIT
               GO TO 4099-BUILD-JOURNAL-LINES-EXIT
           END-IF.

      * REVERSALS NETTING NEGATIVE POST WITH THE SIDES SWAPPED
           IF SUM-AMOUNT (WS-SUM-SUB) LESS THAN ZERO
               COMPUTE WS-POST-AMOUNT = 0 - SUM-AMOUNT (WS-SUM-SUB)
               MOVE MAP-CREDIT-ACCT (WS-FOUND-MAP-SUB)
                   TO WS-POST-DEBIT-ACCT
               MOVE MAP-DEBIT-ACCT (WS-FOUND-MAP-SUB)
                   TO WS-POST-CREDIT-ACCT
           ELSE
               MOVE SUM-AMOUNT (WS-SUM-SUB) TO WS-POST-AMOUNT
               MOVE MAP-DEBIT-ACCT (WS-FOUND-MAP-SUB)
                   TO WS-POST-DEBIT-ACCT
               MOVE MAP-CREDIT-ACCT (WS-FOUND-MAP-SUB)
                   TO WS-POST-CREDIT-ACCT
           END-IF.

           ADD +1 TO LINE-USED.
           MOVE SUM-COMPANY (WS-SUM-SUB)   TO LINE-COMPANY (LINE-USED).
           MOVE WS-POST-DEBIT-ACCT         TO LINE-ACCOUNT (LINE-USED).
           MOVE 'D'                        TO LINE-DR-CR (LINE-USED).
           MOVE SUM-CLASS (WS-SUM-SUB)     TO LINE-CLASS (LINE-USED).
           MOVE SUM-ENTRY-CNT (WS-SUM-SUB)
               TO LINE-ENTRY-CNT (LINE-USED).
           MOVE WS-POST-AMOUNT             TO LINE-AMOUNT (LINE-USED).
           MOVE MAP-DESC (WS-FOUND-MAP-SUB) TO LINE-DESC (LINE-USED).
           ADD WS-POST-AMOUNT              TO WS-TOT-DEBIT.

           ADD +1 TO LINE-USED.
           MOVE SUM-COMPANY (WS-SUM-SUB)   TO LINE-COMPANY (LINE-USED).
           MOVE WS-POST-CREDIT-ACCT        TO LINE-ACCOUNT (LINE-USED).
           MOVE 'C'                        TO LINE-DR-CR (LINE-USED).
           MOVE SUM-CLASS (WS-SUM-SUB)     TO LINE-CLASS (LINE-USED).
           MOVE SUM-ENTRY-CNT (WS-SUM-SUB)
               TO LINE-ENTRY-CNT (LINE-USED).
           MOVE WS-POST-AMOUNT             TO LINE-AMOUNT (LINE-USED).
           MOVE MAP-DESC (WS-FOUND-MAP-SUB) TO LINE-DESC (LINE-USED).
           ADD WS-POST-AMOUNT              TO WS-TOT-CREDIT.

       4099-BUILD-JOURNAL-LINES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  MAP ROW FOR THE SUMMARY ENTRY - THE COMPANY'S OWN ROW FOR THE   *
      *  CLASS, ELSE THE BLANK-COMPANY ROW. ZERO WHEN THERE IS NEITHER.  *
      ********************************************************************

       4100-FIND-MAP-ENTRY.

           MOVE ZERO TO WS-FOUND-MAP-SUB.
           MOVE ZERO TO WS-MAP-SUB.

       4130-FIND-MAP-SEARCH.

           ADD +1 TO WS-MAP-SUB.

           IF WS-MAP-SUB GREATER THAN MAP-USED
               GO TO 4199-FIND-MAP-ENTRY-EXIT
           END-IF.

           IF MAP-CLASS (WS-MAP-SUB) NOT EQUAL SUM-CLASS (WS-SUM-SUB)
               GO TO 4130-FIND-MAP-SEARCH
           END-IF.

           IF MAP-COMPANY (WS-MAP-SUB) EQUAL SUM-COMPANY (WS-SUM-SUB)
               MOVE WS-MAP-SUB TO WS-FOUND-MAP-SUB
               GO TO 4199-FIND-MAP-ENTRY-EXIT
           END-IF.

           IF MAP-ANY-COMPANY (WS-MAP-SUB)
               AND WS-FOUND-MAP-SUB EQUAL ZERO
               MOVE WS-MAP-SUB TO WS-FOUND-MAP-SUB
           END-IF.

           GO TO 4130-FIND-MAP-SEARCH.

       4199-FIND-MAP-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  TOTAL DEBITS MUST EQUAL TOTAL CREDITS                          *
      ********************************************************************

       4500-CHECK-BALANCE.

           IF WS-TOT-DEBIT EQUAL WS-TOT-CREDIT
               GO TO 4599-CHECK-BALANCE-EXIT
           END-IF.

           MOVE SPACE             TO RJ-COMPANY.
           MOVE SPACE             TO RJ-CLASS.
           MOVE LINE-USED         TO RJ-ENTRY-COUNT.
           COMPUTE RJ-AMOUNT = WS-TOT-DEBIT - WS-TOT-CREDIT.
           MOVE 'OUT OF BALANCE'  TO WS-REJECT-REASON.
           PERFORM 4800-WRITE-REJECT-ROW
               THRU 4899-WRITE-REJECT-ROW-EXIT.

       4599-CHECK-BALANCE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ONE REJECTION ROW. THE CALLER HAS SET COMPANY, CLASS, COUNT,    *
      *  AMOUNT AND THE REASON. ANY ROW HOLDS BACK THE WHOLE JOURNAL.    *
      ********************************************************************

       4800-WRITE-REJECT-ROW.

           SET WS-JOURNAL-REJECTED TO TRUE.
           ADD +1 TO WS-REJECT-CNT.

           SET RJ-REJECT-ROW TO TRUE.
           MOVE WS-POST-DATE      TO RJ-POST-DATE.
           MOVE WS-TOT-DEBIT      TO RJ-DEBIT-TOTAL.
           MOVE WS-TOT-CREDIT     TO RJ-CREDIT-TOTAL.
           MOVE WS-REJECT-REASON  TO RJ-REASON.

           WRITE REJECT-REC FROM RJ-RECORD.
           IF REJECT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE GLREJECT FAILED, STATUS = '
                       REJECT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4899-WRITE-REJECT-ROW-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  WRITE THE BALANCED JOURNAL - HEADER, LINES, TRAILER             *
      ********************************************************************

       5000-WRITE-JOURNAL.

           MOVE WS-POST-DATE TO JH-POST-DATE.
           WRITE JOURNAL-REC FROM JH-HEADER-RECORD.
           IF JOURNAL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE GLJRNL FAILED, STATUS = '
                       JOURNAL-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5199-WRITE-JOURNAL-LINE-EXIT
               UNTIL WS-LINE-SUB NOT LESS THAN LINE-USED.

           MOVE WS-POST-DATE  TO JT-POST-DATE.
           MOVE LINE-USED     TO JT-LINE-COUNT.
           MOVE WS-TOT-DEBIT  TO JT-TOTAL-DEBITS.
           MOVE WS-TOT-CREDIT TO JT-TOTAL-CREDITS.
           WRITE JOURNAL-REC FROM JT-TRAILER-RECORD.
           IF JOURNAL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE GLJRNL FAILED, STATUS = '
                       JOURNAL-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       5099-WRITE-JOURNAL-EXIT.
           EXIT.
       EJECT

       5100-WRITE-JOURNAL-LINE.

           ADD +1 TO WS-LINE-SUB.

           MOVE WS-POST-DATE                  TO JD-POST-DATE.
           MOVE LINE-COMPANY (WS-LINE-SUB)    TO JD-COMPANY.
           MOVE LINE-ACCOUNT (WS-LINE-SUB)    TO JD-ACCOUNT.
           MOVE LINE-DR-CR (WS-LINE-SUB)      TO JD-DR-CR.
           MOVE LINE-AMOUNT (WS-LINE-SUB)     TO JD-AMOUNT.
           MOVE LINE-CLASS (WS-LINE-SUB)      TO JD-CLASS.
           MOVE LINE-ENTRY-CNT (WS-LINE-SUB)  TO JD-ENTRY-COUNT.
           MOVE LINE-DESC (WS-LINE-SUB)       TO JD-DESCRIPTION.

           WRITE JOURNAL-REC FROM JD-DETAIL-RECORD.
           IF JOURNAL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE GLJRNL FAILED, STATUS = '
                       JOURNAL-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-JOURNAL-WRITE-CNT.

       5199-WRITE-JOURNAL-LINE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  STATUS ROW CLOSING GLREJECT - ACCEPTED OR REJECTED WITH TOTALS  *
      ********************************************************************

       6000-WRITE-STATUS-ROW.

           SET RJ-STATUS-ROW TO TRUE.
           MOVE WS-POST-DATE        TO RJ-POST-DATE.
           MOVE SPACE               TO RJ-COMPANY.
           MOVE SPACE               TO RJ-CLASS.
           MOVE WS-POSTED-ENTRY-CNT TO RJ-ENTRY-COUNT.
           MOVE WS-TOT-ACTIVITY     TO RJ-AMOUNT.
           MOVE WS-TOT-DEBIT        TO RJ-DEBIT-TOTAL.
           MOVE WS-TOT-CREDIT       TO RJ-CREDIT-TOTAL.
           IF WS-JOURNAL-REJECTED
               MOVE 'JOURNAL REJECTED'  TO RJ-REASON
           ELSE
               MOVE 'JOURNAL ACCEPTED'  TO RJ-REASON
           END-IF.

           WRITE REJECT-REC FROM RJ-RECORD.
           IF REJECT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE GLREJECT FAILED, STATUS = '
                       REJECT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       6099-WRITE-STATUS-ROW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       END OF JOB                              *
      ******************************************************************

       EOJ9900-ABEND.
           CALL 'CKABEND'.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE JOURNAL-FILE.
           CLOSE REJECT-FILE.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'CLOSE INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
           END-IF.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE.

           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'HISTORY NOT ON INFORCE: '    WS-NOT-ON-INFORCE-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'ENTRIES ON POSTING DATE: '   WS-DAY-ENTRY-CNT.
           DISPLAY 'NON-MONEY ENTRIES SKIPPED: ' WS-NON-MONEY-CNT.
           DISPLAY 'ENTRIES SUMMARIZED: '        WS-POSTED-ENTRY-CNT.
           DISPLAY 'JOURNAL LINES WRITTEN: '     WS-JOURNAL-WRITE-CNT.
           DISPLAY 'REJECTION ROWS: '            WS-REJECT-CNT.
           IF NOT WS-JOURNAL-REJECTED
               DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'
           END-IF.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
