       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYDUPPRM.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT CLEARED-IN-FILE ASSIGN TO DUPCLR.
           SELECT WORKLIST-FILE ASSIGN TO DUPWORK
               FILE STATUS IS WORKLIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  CLEARED-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CLEARED-IN-REC    PIC X(300).

       FD  WORKLIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WORKLIST-REC      PIC X(300).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  DUPLICATE PREMIUM POSTING DETECTION. LOCKBOX REKEYS AND PORTAL  *
      *  RETRIES SOMETIMES POST THE SAME PREMIUM TWICE ON SEGMENT 69 -   *
      *  SAME POLICY, SAME TXGROSS-GROSS-AMOUNT, SAME OR ADJACENT TXASOF *
      *  DATE - AND THE OWNER ONLY NOTICES AT STATEMENT TIME. RUN DAILY, *
      *  THIS PROGRAM SCANS EACH POLICY'S PREMIUM ENTRIES                *
      *  (ALL-PREM-PAYMENT) AND PAIRS ANY TWO WITH EXACTLY THE SAME      *
      *  AMOUNT POSTED WITHIN THE DATE TOLERANCE OF EACH OTHER. A PAIR   *
      *  IS RAISED WHILE ITS LATER ENTRY IS WITHIN THE LOOK-BACK WINDOW  *
      *  BEFORE THE BUSINESS DATE, SO AN UNWORKED DUPLICATE STAYS ON THE *
      *  LIST FOR THE LENGTH OF THE WINDOW. ENTRIES ARE DATED THE        *
      *  NYPRMTAX WAY: PASS 1 BROWSES VSAM2 FOR EACH CONTRACT'S ISSUE    *
      *  DATE AND THE OWNER NAME AND ADDRESS OFF THE AU-SEGMENT, PASS 2  *
      *  BROWSES VSAMX AND ADDS THE TXASOF DURATION TO THE ISSUE DATE.   *
      *  DUPWORK IS THE REFUND-CANDIDATE WORKLIST - ONE ROW PER PAIR     *
      *  WITH BOTH ENTRIES AND THE OWNER ADDRESS. A PAIR THE REVIEWER    *
      *  MARKS LEGITIMATE (TWO INTENDED PAYMENTS) IS ADDED TO THE DUPCLR *
      *  CLEARED FILE AND IS NOT RAISED AGAIN.                           *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYDUPPRM EXEC PGM=NYDUPPRM                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //DUPCLR   DD DISP=SHR,DSN=P54.CK.NYDUPPRM.CLEARED               *
      * //DUPWORK  DD DSN=T54.T9511F0.NYDUPPRM.WORKLIST.DATA,            *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=300,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3   DATE TOLERANCE IN DAYS BETWEEN THE TWO POSTINGS *
      *                  (DEFAULT 001 - SAME OR ADJACENT DAY)            *
      *       COLS 5-7   LOOK-BACK WINDOW IN DAYS (DEFAULT 030)          *
      *       COLS 9-17  MINIMUM AMOUNT IN WHOLE DOLLARS - SMALLER       *
      *                  PREMIUMS ARE NOT PAIRED (DEFAULT 000000000)     *
      *       COL  19    'Y' - BOTH ENTRIES MUST ALSO HAVE THE SAME      *
      *                  TRANSACTION TYPE (DEFAULT 'N')                  *
      *     DUPCLR - CLEARED FILE. SAME LAYOUT AS A DUPWORK ROW: THE     *
      *       REVIEWER FILLS IN CLEARED-BY AND CLEARED-DATE ON A PAIR    *
      *       CONFIRMED AS LEGITIMATE AND ADDS THE ROW HERE. ROWS        *
      *       WITHOUT A CLEARED-BY ARE IGNORED. A PAIR IS MATCHED ON     *
      *       POLICY, AMOUNT AND BOTH ENTRIES' DURATION YEAR/DAY. MAY BE *
      *       DUMMY.                                                     *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.         *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     TABLE OVERFLOWS ARE COUNTED AND DISPLAYED                    *
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
      *     NONE                                                         *
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
           05 WORKLIST-FILE-STATUS           PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 HIST-EOF-IND                   PIC X(1).
              88 HIST-EOF                    VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.
              88 HISTORY-FILE                VALUE 'H'.

           05 CARD-EOF-IND                   PIC X(1).
              88 CARD-EOF                    VALUE 'Y'.

           05 BUSDATE-EOF-IND                PIC X(1).
              88 BUSDATE-EOF                 VALUE 'Y'.

           05 CLEARED-EOF-IND                PIC X(1).
              88 CLEARED-EOF                 VALUE 'Y'.

           05 CLEARED-MATCH-IND              PIC X(1).
              88 PAIR-CLEARED                VALUE 'Y'.
              88 PAIR-NOT-CLEARED            VALUE 'N'.

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

      * TOLERANCE, WINDOW AND AMOUNT RULES - SYSIPT OVERRIDABLE
           05 WS-TOLERANCE-DAYS            PIC 9(03) VALUE 001.
           05 WS-LOOKBACK-DAYS             PIC 9(03) VALUE 030.
           05 WS-MINIMUM-AMT               PIC 9(09) VALUE ZERO.
           05 WS-SAME-TYPE-IND             PIC X(01) VALUE 'N'.
              88 SAME-TYPE-REQUIRED        VALUE 'Y'.

      * BUSINESS DATE - SYSTEM DATE UNLESS BUSDATE CARRIES ONE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR              PIC 9(02).
              10 WS-CURR-MO                PIC 9(02).
              10 WS-CURR-DAY               PIC 9(02).
           05 WS-RUN-DATE.
              10 WS-RUN-MM                 PIC 9(02).
              10 WS-RUN-DD                 PIC 9(02).
              10 WS-RUN-CC                 PIC 9(02) VALUE 20.
              10 WS-RUN-YY                 PIC 9(02).
           05 WS-BUSDATE-CARD              PIC X(80) VALUE SPACE.
           05 WS-INT-RUN-DATE              COMP-3.
              10 WS-INT-RUN-YEAR           PIC S9(03).
              10 WS-INT-RUN-DAY            PIC S9(03).

      * CURRENT CONTRACT AND ENTRY
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-INT-TRAN-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY              PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-AGO                  PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-APART                PIC S9(05) COMP-3 VALUE +0.
           05 WS-LATER-DAYS-AGO            PIC S9(05) COMP-3 VALUE +0.
           05 WS-PM-SUB1                   PIC S9(05) COMP-3 VALUE +0.
           05 WS-PM-SUB2                   PIC S9(05) COMP-3 VALUE +0.
           05 WS-CL-SUB                    PIC S9(05) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-OWNER-SEG-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-PREMIUM-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-PREMIUM-OVFL-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-CLEARED-LOADED-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-CLEARED-OVFL-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAIR-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAIR-CLEARED-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAIR-WRITTEN-CNT   PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * ISSUE DATE AND OWNER ADDRESS LOOKUP, BUILT ON THE VSAM2 BROWSE  *
      * PASS AND READ FORWARD ON THE VSAMX BROWSE PASS                  *
      ********************************************************************

       01 INF-LOOKUP-TABLE.
           05 INF-LKUP-USED          PIC S9(05) COMP-3 VALUE +0.
           05 INF-LKUP-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY INF-LKUP-IDX.
               10 INF-LKUP-POL-NUM     PIC X(10).
               10 INF-LKUP-INT-ISSUE   COMP-3.
                  15 INF-LKUP-ISSUE-YEAR PIC S9(03).
                  15 INF-LKUP-ISSUE-DAY  PIC S9(03).
               10 INF-LKUP-OWNER-NAME  PIC X(40).
               10 INF-LKUP-ADDRESS-1   PIC X(30).
               10 INF-LKUP-ADDRESS-2   PIC X(30).
               10 INF-LKUP-CITY        PIC X(25).
               10 INF-LKUP-STATE       PIC X(02).
               10 INF-LKUP-ZIP-CODE    PIC X(09).
       EJECT

      ********************************************************************
      * THE CURRENT CONTRACT'S PREMIUM ENTRIES, IN SEGMENT 69 ORDER     *
      ********************************************************************

       01 PREMIUM-TABLE.
           05 PM-USED                PIC S9(05) COMP-3 VALUE +0.
           05 PM-ENTRY OCCURS 500 TIMES.
               10 PM-OCCURRENCE       PIC S9(05) COMP-3.
               10 PM-TRANS-TYPE       PIC X(02).
               10 PM-ASOF-YEAR        PIC S9(03) COMP-3.
               10 PM-ASOF-DAY         PIC S9(03) COMP-3.
               10 PM-DAY-NUMBER       PIC S9(07) COMP-3.
               10 PM-DAYS-AGO         PIC S9(05) COMP-3.
               10 PM-AMOUNT           PIC S9(09)V99 COMP-3.
       EJECT

      ********************************************************************
      * PAIRS CLEARED AS LEGITIMATE (DUPCLR), KEPT IN THE EDITED FORM   *
      * OF THE WORKLIST ROW SO THEY COMPARE FIELD FOR FIELD             *
      ********************************************************************

       01 CLEARED-TABLE.
           05 CL-USED                PIC S9(05) COMP-3 VALUE +0.
           05 CL-ENTRY OCCURS 5000 TIMES.
               10 CL-POLICY-NUMBER    PIC X(10).
               10 CL-AMOUNT           PIC X(14).
               10 CL-FIRST-YEAR       PIC X(03).
               10 CL-FIRST-DAY        PIC X(03).
               10 CL-SECOND-YEAR      PIC X(03).
               10 CL-SECOND-DAY       PIC X(03).
       EJECT

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       COPY CKFRECAU.
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
      * REFUND-CANDIDATE WORKLIST RECORD (DUPWORK OUT / DUPCLR IN -     *
      * SAME LAYOUT)                                                    *
      ********************************************************************

       01 DW-WORK-RECORD.
           05 DW-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-ADDRESS-1           PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-ADDRESS-2           PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-CITY                PIC X(25).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-STATE               PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-ZIP-CODE            PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-AMOUNT              PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-FIRST-ENTRY.
               10 DW-FIRST-OCC       PIC ZZZZ9.
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-FIRST-TYPE      PIC X(02).
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-FIRST-YEAR      PIC ZZ9.
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-FIRST-DAY       PIC ZZ9.
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-FIRST-DAYS-AGO  PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-SECOND-ENTRY.
               10 DW-SECOND-OCC      PIC ZZZZ9.
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-SECOND-TYPE     PIC X(02).
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-SECOND-YEAR     PIC ZZ9.
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-SECOND-DAY      PIC ZZ9.
               10 FILLER             PIC X(01) VALUE X'05'.
               10 DW-SECOND-DAYS-AGO PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-DAYS-APART          PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-CLEARED-BY          PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DW-CLEARED-DATE        PIC X(08).
           05 FILLER                 PIC X(40) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYDUPPRM WORKING STORAGE ENDS  '.
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

      * PASS 1 - BROWSE VSAM2 AND BUILD THE ISSUE DATE/ADDRESS LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-BUILD-ISSUE-LOOKUP
               THRU 2000-BUILD-ISSUE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX AND PAIR EACH CONTRACT'S PREMIUMS
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

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
           MOVE ZERO TO INF-LKUP-USED PM-USED CL-USED.

           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO   TO WS-RUN-MM.
           MOVE WS-CURR-DAY  TO WS-RUN-DD.
           MOVE WS-CURR-YEAR TO WS-RUN-YY.

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
               MOVE WS-BUSDATE-CARD (1:8) TO WS-RUN-DATE
           END-IF.
           CALL 'CKDCEXIN' USING WS-RUN-DATE WS-INT-RUN-DATE.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:3) NUMERIC
                   MOVE CONTROL-CARD-REC (1:3) TO WS-TOLERANCE-DAYS
               END-IF
               IF CONTROL-CARD-REC (5:3) NUMERIC
                   MOVE CONTROL-CARD-REC (5:3) TO WS-LOOKBACK-DAYS
               END-IF
               IF CONTROL-CARD-REC (9:9) NUMERIC
                   MOVE CONTROL-CARD-REC (9:9) TO WS-MINIMUM-AMT
               END-IF
               IF CONTROL-CARD-REC (19:1) EQUAL 'Y'
                   MOVE 'Y' TO WS-SAME-TYPE-IND
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           DISPLAY 'DUPLICATE PREMIUM CHECK DATE: ' WS-RUN-DATE.
           DISPLAY 'DATE TOLERANCE DAYS: '          WS-TOLERANCE-DAYS.
           DISPLAY 'LOOK-BACK WINDOW DAYS: '        WS-LOOKBACK-DAYS.
           DISPLAY 'MINIMUM AMOUNT: '               WS-MINIMUM-AMT.
           DISPLAY 'SAME TYPE REQUIRED: '           WS-SAME-TYPE-IND.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT WORKLIST-FILE.
           IF WORKLIST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN DUPWORK FAILED, STATUS = '
                       WORKLIST-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE 'N' TO CLEARED-EOF-IND.
           OPEN INPUT CLEARED-IN-FILE.
           PERFORM 1300-LOAD-CLEARED-TABLE
               THRU 1399-LOAD-CLEARED-TABLE-EXIT
               UNTIL CLEARED-EOF.
           CLOSE CLEARED-IN-FILE.

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
      *  DUPCLR - PAIRS A REVIEWER CONFIRMED AS TWO INTENDED PAYMENTS.  *
      *  ONLY A DISPOSITIONED ROW (CLEARED-BY FILLED IN) COUNTS.        *
      ********************************************************************

       1300-LOAD-CLEARED-TABLE.

           READ CLEARED-IN-FILE INTO DW-WORK-RECORD
               AT END
                   SET CLEARED-EOF TO TRUE
                   GO TO 1399-LOAD-CLEARED-TABLE-EXIT
           END-READ.

           IF DW-POLICY-NUMBER EQUAL SPACE
               OR DW-CLEARED-BY EQUAL SPACE
               GO TO 1399-LOAD-CLEARED-TABLE-EXIT
           END-IF.

           IF CL-USED NOT LESS THAN 5000
               ADD +1 TO WS-CLEARED-OVFL-CNT
               GO TO 1399-LOAD-CLEARED-TABLE-EXIT
           END-IF.

           ADD +1 TO WS-CLEARED-LOADED-CNT.
           ADD +1 TO CL-USED.
           MOVE DW-POLICY-NUMBER TO CL-POLICY-NUMBER (CL-USED).
           MOVE DW-AMOUNT        TO CL-AMOUNT (CL-USED).
           MOVE DW-FIRST-YEAR    TO CL-FIRST-YEAR (CL-USED).
           MOVE DW-FIRST-DAY     TO CL-FIRST-DAY (CL-USED).
           MOVE DW-SECOND-YEAR   TO CL-SECOND-YEAR (CL-USED).
           MOVE DW-SECOND-DAY    TO CL-SECOND-DAY (CL-USED).

       1399-LOAD-CLEARED-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - READ INFORCE AND RECORD THE ISSUE DATE AND OWNER      *
      *  ADDRESS BY CONTRACT                                            *
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

      * OWNER NAME AND ADDRESS FOR THE REFUND WORKLIST
           MOVE SPACE TO INF-LKUP-OWNER-NAME (INF-LKUP-IDX)
                         INF-LKUP-ADDRESS-1 (INF-LKUP-IDX)
                         INF-LKUP-ADDRESS-2 (INF-LKUP-IDX)
                         INF-LKUP-CITY (INF-LKUP-IDX)
                         INF-LKUP-STATE (INF-LKUP-IDX)
                         INF-LKUP-ZIP-CODE (INF-LKUP-IDX).
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '18' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-OWNER-SEG-CNT
               GO TO 2000-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO AU-SEGMENT.
           MOVE OWNER-NAME OF AU-SEGMENT
               TO INF-LKUP-OWNER-NAME (INF-LKUP-IDX).
           MOVE ADDRESS-1 OF AU-SEGMENT
               TO INF-LKUP-ADDRESS-1 (INF-LKUP-IDX).
           MOVE ADDRESS-2 OF AU-SEGMENT
               TO INF-LKUP-ADDRESS-2 (INF-LKUP-IDX).
           MOVE CITY OF AU-SEGMENT
               TO INF-LKUP-CITY (INF-LKUP-IDX).
           MOVE STATE OF AU-SEGMENT
               TO INF-LKUP-STATE (INF-LKUP-IDX).
           MOVE ZIP-CODE OF AU-SEGMENT
               TO INF-LKUP-ZIP-CODE (INF-LKUP-IDX).

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
      *  PASS 2 - READ VSAMX. EACH CONTRACT'S PREMIUM ENTRIES ARE        *
      *  TABLED, DATED, AND THEN COMPARED TWO AT A TIME.                 *
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
               OR INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE ZERO TO PM-USED.
           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       3620-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3690-COMPARE-PREMIUMS
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-PREM-PAYMENT
               GO TO 3620-NEXT-SEG-69
           END-IF.

           IF TXGROSS-GROSS-AMOUNT NOT GREATER THAN ZERO
               OR TXGROSS-GROSS-AMOUNT LESS THAN WS-MINIMUM-AMT
               GO TO 3620-NEXT-SEG-69
           END-IF.

           IF PM-USED NOT LESS THAN 500
               ADD +1 TO WS-PREMIUM-OVFL-CNT
               GO TO 3620-NEXT-SEG-69
           END-IF.

      * CALENDAR YEAR/DAY OF THE ENTRY - ISSUE DATE PLUS DURATION
           COMPUTE WS-INT-TRAN-YEAR =
               INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) + TXASOF-YEAR.
           COMPUTE WS-INT-TRAN-DAY =
               INF-LKUP-ISSUE-DAY (INF-LKUP-IDX) + TXASOF-DAY.
           IF WS-INT-TRAN-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-TRAN-DAY
               ADD +1 TO WS-INT-TRAN-YEAR
           END-IF.

           COMPUTE WS-DAYS-AGO =
               (WS-INT-RUN-YEAR - WS-INT-TRAN-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-TRAN-DAY).

           ADD +1 TO WS-PREMIUM-CNT.
           ADD +1 TO PM-USED.
           MOVE WS-SEG-SEQ           TO PM-OCCURRENCE (PM-USED).
           MOVE TXTRNTYP-TRANS-TYPE  TO PM-TRANS-TYPE (PM-USED).
           MOVE TXASOF-YEAR          TO PM-ASOF-YEAR (PM-USED).
           MOVE TXASOF-DAY           TO PM-ASOF-DAY (PM-USED).
           COMPUTE PM-DAY-NUMBER (PM-USED) =
               TXASOF-YEAR * 365 + TXASOF-DAY.
           MOVE WS-DAYS-AGO          TO PM-DAYS-AGO (PM-USED).
           MOVE TXGROSS-GROSS-AMOUNT TO PM-AMOUNT (PM-USED).

           GO TO 3620-NEXT-SEG-69.

       3690-COMPARE-PREMIUMS.

           IF PM-USED LESS THAN 2
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE ZERO TO WS-PM-SUB1.
           PERFORM 3700-COMPARE-FROM-ENTRY
               THRU 3799-COMPARE-FROM-ENTRY-EXIT
               UNTIL WS-PM-SUB1 NOT LESS THAN PM-USED.

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
      *  COMPARE ONE PREMIUM ENTRY WITH EVERY LATER ONE ON THE CONTRACT *
      ********************************************************************

       3700-COMPARE-FROM-ENTRY.

           ADD +1 TO WS-PM-SUB1.
           MOVE WS-PM-SUB1 TO WS-PM-SUB2.
           PERFORM 3750-COMPARE-TO-ENTRY
               THRU 3759-COMPARE-TO-ENTRY-EXIT
               UNTIL WS-PM-SUB2 NOT LESS THAN PM-USED.

       3799-COMPARE-FROM-ENTRY-EXIT.
           EXIT.
       EJECT

      * EXACT AMOUNT, OPTIONALLY THE SAME TYPE, POSTED WITHIN THE
      * TOLERANCE OF EACH OTHER, AND THE LATER ONE INSIDE THE WINDOW
       3750-COMPARE-TO-ENTRY.

           ADD +1 TO WS-PM-SUB2.

           IF PM-AMOUNT (WS-PM-SUB1) NOT EQUAL PM-AMOUNT (WS-PM-SUB2)
               GO TO 3759-COMPARE-TO-ENTRY-EXIT
           END-IF.

           IF SAME-TYPE-REQUIRED
               AND PM-TRANS-TYPE (WS-PM-SUB1) NOT EQUAL
                   PM-TRANS-TYPE (WS-PM-SUB2)
               GO TO 3759-COMPARE-TO-ENTRY-EXIT
           END-IF.

           COMPUTE WS-DAYS-APART =
               PM-DAY-NUMBER (WS-PM-SUB2) - PM-DAY-NUMBER (WS-PM-SUB1).
           IF WS-DAYS-APART LESS THAN ZERO
               COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
           END-IF.
           IF WS-DAYS-APART GREATER THAN WS-TOLERANCE-DAYS
               GO TO 3759-COMPARE-TO-ENTRY-EXIT
           END-IF.

           IF PM-DAYS-AGO (WS-PM-SUB1) LESS THAN
               PM-DAYS-AGO (WS-PM-SUB2)
               MOVE PM-DAYS-AGO (WS-PM-SUB1) TO WS-LATER-DAYS-AGO
           ELSE
               MOVE PM-DAYS-AGO (WS-PM-SUB2) TO WS-LATER-DAYS-AGO
           END-IF.
           IF WS-LATER-DAYS-AGO LESS THAN ZERO
               OR WS-LATER-DAYS-AGO GREATER THAN WS-LOOKBACK-DAYS
               GO TO 3759-COMPARE-TO-ENTRY-EXIT
           END-IF.

           ADD +1 TO WS-PAIR-CNT.
           PERFORM 3900-WRITE-CANDIDATE
               THRU 3999-WRITE-CANDIDATE-EXIT.

       3759-COMPARE-TO-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BUILD THE WORKLIST ROW, CHECK THE CLEARED FILE, THEN WRITE IT  *
      ********************************************************************

       3900-WRITE-CANDIDATE.

           INITIALIZE DW-WORK-RECORD.
           MOVE NRCSRCHK-POL-NUMBER          TO DW-POLICY-NUMBER.
           MOVE INF-LKUP-OWNER-NAME (INF-LKUP-IDX) TO DW-OWNER-NAME.
           MOVE INF-LKUP-ADDRESS-1 (INF-LKUP-IDX)  TO DW-ADDRESS-1.
           MOVE INF-LKUP-ADDRESS-2 (INF-LKUP-IDX)  TO DW-ADDRESS-2.
           MOVE INF-LKUP-CITY (INF-LKUP-IDX)       TO DW-CITY.
           MOVE INF-LKUP-STATE (INF-LKUP-IDX)      TO DW-STATE.
           MOVE INF-LKUP-ZIP-CODE (INF-LKUP-IDX)   TO DW-ZIP-CODE.
           MOVE PM-AMOUNT (WS-PM-SUB1)       TO DW-AMOUNT.

           MOVE PM-OCCURRENCE (WS-PM-SUB1)   TO DW-FIRST-OCC.
           MOVE PM-TRANS-TYPE (WS-PM-SUB1)   TO DW-FIRST-TYPE.
           MOVE PM-ASOF-YEAR (WS-PM-SUB1)    TO DW-FIRST-YEAR.
           MOVE PM-ASOF-DAY (WS-PM-SUB1)     TO DW-FIRST-DAY.
           MOVE PM-DAYS-AGO (WS-PM-SUB1)     TO DW-FIRST-DAYS-AGO.

           MOVE PM-OCCURRENCE (WS-PM-SUB2)   TO DW-SECOND-OCC.
           MOVE PM-TRANS-TYPE (WS-PM-SUB2)   TO DW-SECOND-TYPE.
           MOVE PM-ASOF-YEAR (WS-PM-SUB2)    TO DW-SECOND-YEAR.
           MOVE PM-ASOF-DAY (WS-PM-SUB2)     TO DW-SECOND-DAY.
           MOVE PM-DAYS-AGO (WS-PM-SUB2)     TO DW-SECOND-DAYS-AGO.

           MOVE WS-DAYS-APART                TO DW-DAYS-APART.
           MOVE WS-RUN-DATE                  TO DW-RUN-DATE.
           MOVE SPACE TO DW-CLEARED-BY DW-CLEARED-DATE.

           SET PAIR-NOT-CLEARED TO TRUE.
           MOVE ZERO TO WS-CL-SUB.

       3920-SEARCH-CLEARED.

           ADD +1 TO WS-CL-SUB.
           IF WS-CL-SUB NOT GREATER THAN CL-USED
               IF CL-POLICY-NUMBER (WS-CL-SUB) EQUAL DW-POLICY-NUMBER
                   AND CL-AMOUNT (WS-CL-SUB) EQUAL DW-AMOUNT
                   AND CL-FIRST-YEAR (WS-CL-SUB) EQUAL DW-FIRST-YEAR
                   AND CL-FIRST-DAY (WS-CL-SUB) EQUAL DW-FIRST-DAY
                   AND CL-SECOND-YEAR (WS-CL-SUB) EQUAL DW-SECOND-YEAR
                   AND CL-SECOND-DAY (WS-CL-SUB) EQUAL DW-SECOND-DAY
                   SET PAIR-CLEARED TO TRUE
               ELSE
                   GO TO 3920-SEARCH-CLEARED
               END-IF
           END-IF.

           IF PAIR-CLEARED
               ADD +1 TO WS-PAIR-CLEARED-CNT
               GO TO 3999-WRITE-CANDIDATE-EXIT
           END-IF.

           WRITE WORKLIST-REC FROM DW-WORK-RECORD.
           IF WORKLIST-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE DUPWORK FAILED, STATUS = '
                       WORKLIST-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-PAIR-WRITTEN-CNT.

       3999-WRITE-CANDIDATE-EXIT.
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

           CLOSE WORKLIST-FILE.

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

           DISPLAY 'CLEARED PAIRS LOADED: '      WS-CLEARED-LOADED-CNT.
           DISPLAY 'CLEARED TABLE OVERFLOW: '    WS-CLEARED-OVFL-CNT.
           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'NO OWNER SEGMENT: '          WS-NO-OWNER-SEG-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'PREMIUM ENTRIES COMPARED: '  WS-PREMIUM-CNT.
           DISPLAY 'PREMIUM TABLE OVERFLOW: '    WS-PREMIUM-OVFL-CNT.
           DISPLAY 'LIKELY DUPLICATE PAIRS: '    WS-PAIR-CNT.
           DISPLAY 'PAIRS PREVIOUSLY CLEARED: '  WS-PAIR-CLEARED-CNT.
           DISPLAY 'REFUND CANDIDATES WRITTEN: ' WS-PAIR-WRITTEN-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
