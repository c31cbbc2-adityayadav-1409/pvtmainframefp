       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYCYREC.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT REPORT-FILE ASSIGN TO CYRECRPT
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC        PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  CALENDAR-YEAR ACCUMULATOR RECONCILIATION. THE CALENDAR-YEAR     *
      *  SEGMENT (CKFRECCY, SEGMENT 25) CARRIES THE YEAR-TO-DATE         *
      *  PREMIUM AND WITHDRAWAL ACCUMULATORS THE ADMIN SYSTEM USES FOR   *
      *  THE TAX LIMITS, WHILE NYMECMON AND NYCSTBAS TOTAL SEGMENT 69    *
      *  THEMSELVES. WHEN THE TWO DISAGREE ONE OF THOSE TAX FIGURES IS   *
      *  WRONG. PASS 1 BROWSES VSAM2 AND TABLES, FOR EVERY CONTRACT WITH *
      *  A CALENDAR-YEAR SEGMENT, THE SEGMENT'S YEAR AND ACCUMULATORS    *
      *  AND THE CV ISSUE DATE. PASS 2 BROWSES VSAMX AND SUMS THE SAME   *
      *  CALENDAR YEAR'S SEGMENT 69 PREMIUMS (ALL-PREM-PAYMENT) AND      *
      *  WITHDRAWALS (ALL-WITHDRAWAL, NYCSTBAS'S SET) FOR THE CONTRACT,  *
      *  DATING EACH ENTRY AS THE ISSUE DATE PLUS ITS TXASOF DURATION.   *
      *  THE TABLE IS THEN SWEPT IN CONTRACT ORDER AND EVERY CONTRACT    *
      *  WHOSE PREMIUM OR WITHDRAWAL ACCUMULATOR DIFFERS FROM THE        *
      *  SEGMENT 69 SUM BY MORE THAN THE TOLERANCE IS LISTED WITH BOTH   *
      *  FIGURES AND THE DIFFERENCE (ACCUMULATOR LESS SEGMENT 69), AND   *
      *  A TOTAL ROW FOLLOWS. A CONTRACT WITH NO HISTORY RECORD IS       *
      *  RECONCILED AGAINST ZERO ACTIVITY.                               *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYCYREC  EXEC PGM=NYCYREC                                      *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //CYRECRPT DD DSN=T54.T9511F0.NYCYREC.OUTPUT.DATA,               *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *     COLS 1-7   TOLERANCE 9(5)V99 - A DIFFERENCE NOT OVER THIS IS *
      *                IN BALANCE (DEFAULT 0000000)                      *
      *     COLS 9-12  CALENDAR YEAR CCYY - ONLY SEGMENTS FOR THIS YEAR  *
      *                ARE RECONCILED (DEFAULT EACH CONTRACT'S OWN       *
      *                SEGMENT YEAR)                                     *
      *   BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.           *
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
           05 CY-SEGMENT-ID      PIC X(2) VALUE '25'.
           05 REPORT-FILE-STATUS             PIC X(02).

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

      * TRANSACTION CLASSIFICATION - NYCSTBAS'S PREMIUM AND
      * WITHDRAWAL SETS
           05 CHECK-TRANS-OUT                      PIC X(02).
              88 ALL-PREM-PAYMENT                  VALUES
                 'PI','PF','PA','PR',
                 'PT','PU','PB'.
              88 ALL-WITHDRAWAL                    VALUES
                 'SG','SN','SM','SH',
                 'SF','SQ'.

      * TOLERANCE AND YEAR SELECTION - SYSIPT OVERRIDABLE
           05 WS-TOLERANCE                 PIC 9(05)V99 VALUE ZERO.
           05 WS-SELECT-YEAR               PIC X(04) VALUE SPACE.

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

      * CURRENT CONTRACT
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-CY-YEAR-START.
              10 FILLER                    PIC X(04) VALUE '0101'.
              10 WS-CY-YEAR-START-CCYY     PIC X(04).
           05 WS-INT-CY-DATE               COMP-3.
              10 WS-INT-CY-YEAR            PIC S9(03).
              10 WS-INT-CY-DAY             PIC S9(03).
           05 WS-INT-TRAN-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY              PIC S9(05) COMP-3 VALUE +0.
           05 WS-CY-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-PREM-DIFF                 PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-WDRL-DIFF                 PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-ABS-DIFF                  PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-OUT-OF-BALANCE            PIC X(01).
              88 WS-PREMIUM-OUT            VALUE 'P'.
              88 WS-WITHDRAWAL-OUT         VALUE 'W'.
              88 WS-BOTH-OUT               VALUE 'B'.
              88 WS-IN-BALANCE             VALUE SPACE.

      * TOTALS OVER THE OUT-OF-BALANCE CONTRACTS
           05 WS-TOT-CY-PREMIUM     PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-TX-PREMIUM     PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-CY-WDRL        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-TX-WDRL        PIC S9(13)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-CY-SEG-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOT-SELECTED-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOT-ON-TABLE-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-TX-TAKEN-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-RECONCILED-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-HISTORY-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-OUT-OF-BAL-CNT     PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * CALENDAR-YEAR ACCUMULATORS BY CONTRACT, BUILT ON THE VSAM2      *
      * BROWSE PASS AND ADDED TO ON THE VSAMX BROWSE PASS               *
      ********************************************************************

       01 INF-LOOKUP-TABLE.
           05 INF-LKUP-USED          PIC S9(05) COMP-3 VALUE +0.
           05 INF-LKUP-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY INF-LKUP-IDX.
               10 INF-LKUP-POL-NUM     PIC X(10).
               10 INF-LKUP-INT-ISSUE   COMP-3.
                  15 INF-LKUP-ISSUE-YEAR PIC S9(03).
                  15 INF-LKUP-ISSUE-DAY  PIC S9(03).
               10 INF-LKUP-CAL-YEAR    PIC X(04).
               10 INF-LKUP-INT-CY-YEAR PIC S9(03) COMP-3.
               10 INF-LKUP-CY-PREMIUM  PIC S9(09)V99 COMP-3.
               10 INF-LKUP-CY-WDRL     PIC S9(09)V99 COMP-3.
               10 INF-LKUP-TX-PREMIUM  PIC S9(11)V99 COMP-3.
               10 INF-LKUP-TX-WDRL     PIC S9(11)V99 COMP-3.
               10 INF-LKUP-HISTORY-IND PIC X(01).
                  88 INF-LKUP-HISTORY-SEEN  VALUE 'Y'.
       EJECT

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       01 CALENDAR-YEAR-SEGMENT.
          COPY CKFRECCY.
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
      * REPORT RECORD - ONE ROW PER OUT-OF-BALANCE CONTRACT             *
      ********************************************************************

       01 RP-RECORD.
           05 RP-RECORD-TYPE         PIC X(01).
              88 RP-CONTRACT-ROW     VALUE 'C'.
              88 RP-TOTAL-ROW        VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CAL-YEAR            PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CY-PREMIUM          PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-TX-PREMIUM          PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PREM-DIFF           PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CY-WDRL             PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-TX-WDRL             PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-WDRL-DIFF           PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OUT-OF-BALANCE      PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CONTRACT-COUNT      PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REMARK              PIC X(20).
           05 FILLER                 PIC X(10) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYCYREC WORKING STORAGE ENDS   '.
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

      * PASS 1 - BROWSE VSAM2 AND TABLE THE CALENDAR-YEAR ACCUMULATORS
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-BUILD-CY-LOOKUP
               THRU 2000-BUILD-CY-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX AND SUM THE SAME YEAR'S SEGMENT 69
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

      * COMPARE THE TWO SOURCES CONTRACT BY CONTRACT
           MOVE ZERO TO WS-CY-SUB.
           PERFORM 4000-RECONCILE-CONTRACT
               THRU 4099-RECONCILE-CONTRACT-EXIT
               UNTIL WS-CY-SUB NOT LESS THAN INF-LKUP-USED.

           PERFORM 4200-WRITE-TOTAL-LINE
               THRU 4299-WRITE-TOTAL-LINE-EXIT.

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
           MOVE ZERO TO INF-LKUP-USED.
           INITIALIZE INF-LOOKUP-TABLE.

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

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:7) NUMERIC
                   MOVE CONTROL-CARD-REC (1:7) TO WS-TOLERANCE
               END-IF
               IF CONTROL-CARD-REC (9:4) NUMERIC
                   MOVE CONTROL-CARD-REC (9:4) TO WS-SELECT-YEAR
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           DISPLAY 'CY ACCUMULATOR RECONCILIATION: ' WS-RUN-DATE.
           DISPLAY 'TOLERANCE: '                     WS-TOLERANCE.
           DISPLAY 'CALENDAR YEAR SELECTED: '        WS-SELECT-YEAR.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN CYRECRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

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
      *  PASS 1 - READ INFORCE AND TABLE THE CALENDAR-YEAR SEGMENT'S    *
      *  YEAR AND ACCUMULATORS WITH THE CV ISSUE DATE                    *
      ********************************************************************

       2000-BUILD-CY-LOOKUP.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           SET INFORCE-FILE TO TRUE.
           MOVE +0           TO WS-SEG-SEQ.
           MOVE CY-SEGMENT-ID TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-CY-SEG-CNT
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CALENDAR-YEAR-SEGMENT.

           IF CYCALYR-CALENDAR-YEAR NOT NUMERIC
               ADD +1 TO WS-NO-CY-SEG-CNT
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           IF WS-SELECT-YEAR NOT EQUAL SPACE
               AND CYCALYR-CALENDAR-YEAR NOT EQUAL WS-SELECT-YEAR
               ADD +1 TO WS-NOT-SELECTED-CNT
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.
           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE.
           IF WS-ISSUE-DATE EQUAL SPACE
               OR WS-ISSUE-DATE NOT NUMERIC
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           IF INF-LKUP-USED NOT LESS THAN 20000
               ADD +1 TO WS-LOOKUP-OVFL-CNT
               GO TO 2000-BUILD-CY-LOOKUP-EXIT
           END-IF.

           CALL 'CKDCEXIN' USING WS-ISSUE-DATE WS-INT-ISSUE-DATE.

      * ACCUMULATOR YEAR IN THE SAME INTERNAL FORM AS THE ISSUE DATE
           MOVE CYCALYR-CALENDAR-YEAR TO WS-CY-YEAR-START-CCYY.
           CALL 'CKDCEXIN' USING WS-CY-YEAR-START WS-INT-CY-DATE.

           ADD +1 TO INF-LKUP-USED.
           SET INF-LKUP-IDX TO INF-LKUP-USED.
           MOVE FRCCNTRT-CONTRACT-NUMBER
               TO INF-LKUP-POL-NUM (INF-LKUP-IDX).
           MOVE WS-INT-ISSUE-YEAR
               TO INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX).
           MOVE WS-INT-ISSUE-DAY
               TO INF-LKUP-ISSUE-DAY (INF-LKUP-IDX).
           MOVE CYCALYR-CALENDAR-YEAR
               TO INF-LKUP-CAL-YEAR (INF-LKUP-IDX).
           MOVE WS-INT-CY-YEAR
               TO INF-LKUP-INT-CY-YEAR (INF-LKUP-IDX).
           MOVE ZERO TO INF-LKUP-CY-PREMIUM (INF-LKUP-IDX)
                        INF-LKUP-CY-WDRL (INF-LKUP-IDX).
           IF CYPREM-YTD-PREMIUM NUMERIC
               MOVE CYPREM-YTD-PREMIUM
                   TO INF-LKUP-CY-PREMIUM (INF-LKUP-IDX)
           END-IF.
           IF CYWDRL-YTD-WITHDRAWAL NUMERIC
               MOVE CYWDRL-YTD-WITHDRAWAL
                   TO INF-LKUP-CY-WDRL (INF-LKUP-IDX)
           END-IF.
           MOVE ZERO TO INF-LKUP-TX-PREMIUM (INF-LKUP-IDX)
                        INF-LKUP-TX-WDRL (INF-LKUP-IDX).
           MOVE 'N'  TO INF-LKUP-HISTORY-IND (INF-LKUP-IDX).

       2000-BUILD-CY-LOOKUP-EXIT.
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
      *  PASS 2 - READ VSAMX AND SUM THE ACCUMULATOR YEAR'S SEGMENT 69  *
      *  PREMIUMS AND WITHDRAWALS ONTO THE CONTRACT'S TABLE ENTRY       *
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
               ADD +1 TO WS-NOT-ON-TABLE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           SET INF-LKUP-HISTORY-SEEN (INF-LKUP-IDX) TO TRUE.

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
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-PREM-PAYMENT
               AND NOT ALL-WITHDRAWAL
               GO TO 3620-NEXT-SEG-69
           END-IF.

      * CALENDAR YEAR OF THE ENTRY - ISSUE DATE PLUS DURATION
           COMPUTE WS-INT-TRAN-YEAR =
               INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) + TXASOF-YEAR.
           COMPUTE WS-INT-TRAN-DAY =
               INF-LKUP-ISSUE-DAY (INF-LKUP-IDX) + TXASOF-DAY.
           IF WS-INT-TRAN-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-TRAN-DAY
               ADD +1 TO WS-INT-TRAN-YEAR
           END-IF.

           IF WS-INT-TRAN-YEAR NOT EQUAL
               INF-LKUP-INT-CY-YEAR (INF-LKUP-IDX)
               GO TO 3620-NEXT-SEG-69
           END-IF.

           ADD +1 TO WS-TX-TAKEN-CNT.
           IF ALL-PREM-PAYMENT
               ADD TXGROSS-GROSS-AMOUNT
                   TO INF-LKUP-TX-PREMIUM (INF-LKUP-IDX)
           ELSE
               ADD TXGROSS-GROSS-AMOUNT
                   TO INF-LKUP-TX-WDRL (INF-LKUP-IDX)
           END-IF.

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
      *  COMPARE ONE CONTRACT'S ACCUMULATORS WITH ITS SEGMENT 69 SUMS   *
      *  AND LIST IT WHEN EITHER DIFFERS BY MORE THAN THE TOLERANCE     *
      ********************************************************************

       4000-RECONCILE-CONTRACT.

           ADD +1 TO WS-CY-SUB.
           ADD +1 TO WS-RECONCILED-CNT.
           SET WS-IN-BALANCE TO TRUE.

           COMPUTE WS-PREM-DIFF = INF-LKUP-CY-PREMIUM (WS-CY-SUB)
                                - INF-LKUP-TX-PREMIUM (WS-CY-SUB).
           COMPUTE WS-WDRL-DIFF = INF-LKUP-CY-WDRL (WS-CY-SUB)
                                - INF-LKUP-TX-WDRL (WS-CY-SUB).

           MOVE WS-PREM-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF LESS THAN ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF.
           IF WS-ABS-DIFF GREATER THAN WS-TOLERANCE
               SET WS-PREMIUM-OUT TO TRUE
           END-IF.

           MOVE WS-WDRL-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF LESS THAN ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF.
           IF WS-ABS-DIFF GREATER THAN WS-TOLERANCE
               AND WS-PREMIUM-OUT
               SET WS-BOTH-OUT TO TRUE
           END-IF.
           IF WS-ABS-DIFF GREATER THAN WS-TOLERANCE
               AND WS-IN-BALANCE
               SET WS-WITHDRAWAL-OUT TO TRUE
           END-IF.

           IF NOT INF-LKUP-HISTORY-SEEN (WS-CY-SUB)
               ADD +1 TO WS-NO-HISTORY-CNT
           END-IF.

           IF WS-IN-BALANCE
               GO TO 4099-RECONCILE-CONTRACT-EXIT
           END-IF.

           ADD +1 TO WS-OUT-OF-BAL-CNT.
           ADD INF-LKUP-CY-PREMIUM (WS-CY-SUB) TO WS-TOT-CY-PREMIUM.
           ADD INF-LKUP-TX-PREMIUM (WS-CY-SUB) TO WS-TOT-TX-PREMIUM.
           ADD INF-LKUP-CY-WDRL (WS-CY-SUB)    TO WS-TOT-CY-WDRL.
           ADD INF-LKUP-TX-WDRL (WS-CY-SUB)    TO WS-TOT-TX-WDRL.

           SET RP-CONTRACT-ROW TO TRUE.
           MOVE WS-RUN-DATE                      TO RP-RUN-DATE.
           MOVE INF-LKUP-POL-NUM (WS-CY-SUB)     TO RP-POLICY-NUMBER.
           MOVE INF-LKUP-CAL-YEAR (WS-CY-SUB)    TO RP-CAL-YEAR.
           MOVE INF-LKUP-CY-PREMIUM (WS-CY-SUB)  TO RP-CY-PREMIUM.
           MOVE INF-LKUP-TX-PREMIUM (WS-CY-SUB)  TO RP-TX-PREMIUM.
           MOVE WS-PREM-DIFF                     TO RP-PREM-DIFF.
           MOVE INF-LKUP-CY-WDRL (WS-CY-SUB)     TO RP-CY-WDRL.
           MOVE INF-LKUP-TX-WDRL (WS-CY-SUB)     TO RP-TX-WDRL.
           MOVE WS-WDRL-DIFF                     TO RP-WDRL-DIFF.
           MOVE WS-OUT-OF-BALANCE                TO RP-OUT-OF-BALANCE.
           MOVE 1                                TO RP-CONTRACT-COUNT.
           MOVE SPACE                            TO RP-REMARK.
           IF NOT INF-LKUP-HISTORY-SEEN (WS-CY-SUB)
               MOVE 'NO HISTORY RECORD'          TO RP-REMARK
           END-IF.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE CYRECRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4099-RECONCILE-CONTRACT-EXIT.
           EXIT.
       EJECT

       4200-WRITE-TOTAL-LINE.

           SET RP-TOTAL-ROW TO TRUE.
           MOVE WS-RUN-DATE        TO RP-RUN-DATE.
           MOVE 'ALL OUT'          TO RP-POLICY-NUMBER.
           MOVE WS-SELECT-YEAR     TO RP-CAL-YEAR.
           MOVE WS-TOT-CY-PREMIUM  TO RP-CY-PREMIUM.
           MOVE WS-TOT-TX-PREMIUM  TO RP-TX-PREMIUM.
           COMPUTE RP-PREM-DIFF = WS-TOT-CY-PREMIUM - WS-TOT-TX-PREMIUM.
           MOVE WS-TOT-CY-WDRL     TO RP-CY-WDRL.
           MOVE WS-TOT-TX-WDRL     TO RP-TX-WDRL.
           COMPUTE RP-WDRL-DIFF = WS-TOT-CY-WDRL - WS-TOT-TX-WDRL.
           MOVE SPACE              TO RP-OUT-OF-BALANCE.
           MOVE WS-OUT-OF-BAL-CNT  TO RP-CONTRACT-COUNT.
           MOVE SPACE              TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE CYRECRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4299-WRITE-TOTAL-LINE-EXIT.
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

           CLOSE REPORT-FILE.

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
           DISPLAY 'NO CALENDAR-YEAR SEGMENT: '  WS-NO-CY-SEG-CNT.
           DISPLAY 'OTHER CALENDAR YEAR: '       WS-NOT-SELECTED-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'HISTORY NOT ON TABLE: '      WS-NOT-ON-TABLE-CNT.
           DISPLAY 'SEGMENT 69 ENTRIES SUMMED: ' WS-TX-TAKEN-CNT.
           DISPLAY 'CONTRACTS RECONCILED: '      WS-RECONCILED-CNT.
           DISPLAY 'CONTRACTS WITH NO HISTORY: ' WS-NO-HISTORY-CNT.
           DISPLAY 'CONTRACTS OUT OF BALANCE: '  WS-OUT-OF-BAL-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
