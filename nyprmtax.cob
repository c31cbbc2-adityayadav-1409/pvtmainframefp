       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYPRMTAX.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT TAX-TABLE-FILE ASSIGN TO STTAXIN.
           SELECT REPORT-FILE ASSIGN TO PTAXRPT.
           SELECT WORKSHEET-FILE ASSIGN TO PTAXEST.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  TAX-TABLE-FILE
           RECORDING MODE IS F.
       01  TAX-TABLE-REC     PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC        PIC X(150).

       FD  WORKSHEET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WORKSHEET-REC     PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  STATE PREMIUM TAX. PASS 1 BROWSES VSAM2 TO BUILD AN IN-MEMORY  *
      *  LOOKUP BY CONTRACT NUMBER OF ISSUE STATE AND ISSUE DATE (CV     *
      *  SEGMENT 02) AND OWNER RESIDENCE STATE (AU SEGMENT 18). PASS 2   *
      *  BROWSES VSAMX AND TOTALS EVERY SEGMENT 69 ALL-PREM-PAYMENT      *
      *  ENTRY THAT FALLS IN THE TAX PERIOD. THE ENTRY'S CALENDAR DATE   *
      *  IS THE ISSUE DATE PLUS ITS TXASOF CONTRACT DURATION. EACH       *
      *  CONTRACT'S PREMIUM IS TAXED BY ONE STATE: THE OWNER'S STATE OF  *
      *  RESIDENCE, UNLESS THAT STATE'S RULE ON THE RATE TABLE IS 'I',   *
      *  IN WHICH CASE THE PREMIUM GOES TO THE ISSUE STATE. A CONTRACT   *
      *  WITH NO OWNER STATE GOES TO ITS ISSUE STATE. TAX DUE IS THE     *
      *  STATE'S TAXABLE PREMIUM TIMES ITS RATE. THE REPORT CARRIES ONE  *
      *  ROW PER STATE WITH PREMIUM, TAX DUE AND POLICY COUNT, AND A     *
      *  TOTAL ROW. A STATE MISSING FROM THE RATE TABLE IS REPORTED AT A *
      *  ZERO RATE AND FLAGGED. THE WORKSHEET SHOWS EACH STATE'S         *
      *  QUARTERLY PREPAYMENTS (PRIOR-YEAR TAX TIMES THE STATE'S         *
      *  INSTALLMENT PERCENTS) AGAINST THE TAX COMPUTED FOR THE PERIOD.  *
      *  BOTH VSAM BROWSES RUN IN ASCENDING CONTRACT ORDER, SO THE       *
      *  PASS 2 LOOKUP MOVES FORWARD THROUGH THE TABLE, NEVER RESCANNED. *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYPRMTAX EXEC PGM=NYPRMTAX                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //STTAXIN  DD DISP=SHR,DSN=P54.CK.NYPRMTAX.STTAXTAB              *
      * //PTAXRPT  DD DSN=T54.T9511F0.NYPRMTAX.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //PTAXEST  DD DSN=T54.T9511F0.NYPRMTAX.ESTWKSH.DATA,             *
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
      *       COLS 1-4 TAX YEAR CCYY (DEFAULT THE PRIOR CALENDAR YEAR)   *
      *       COL  6   PERIOD - 'A' ANNUAL (DEFAULT) OR '1'-'4' QUARTER  *
      *     STTAXIN - STATE RATE AND RULE TABLE, ONE 80-BYTE ROW PER     *
      *       STATE: STATE CODE, RULE ('R' OWNER RESIDENCE, 'I' ISSUE    *
      *       STATE), RATE 9V9(5), PRIOR-YEAR TAX, FOUR INSTALLMENT      *
      *       PERCENTS OF PRIOR-YEAR TAX, STATE NAME                     *
      *     QUARTERS ARE DAYS 1-90, 91-181, 182-273 AND 274 ON OF THE    *
      *     365-DAY YEAR THE SUITE'S DURATION ARITHMETIC USES.           *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
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
      *     STTAXIN STATE PREMIUM TAX RATE AND RULE TABLE                *
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

           05 TAX-TABLE-EOF-IND              PIC X(1).
              88 TAX-TABLE-EOF               VALUE 'Y'.

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

      * TAX PERIOD - SYSIPT OVERRIDABLE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR              PIC 9(02).
              10 WS-CURR-MO                PIC 9(02).
              10 WS-CURR-DAY               PIC 9(02).
           05 WS-TAX-YEAR                  PIC 9(04).
           05 WS-TAX-PERIOD                PIC X(01) VALUE 'A'.
              88 WS-ANNUAL-PERIOD          VALUE 'A'.
              88 WS-QUARTER-PERIOD         VALUES '1' '2' '3' '4'.
           05 WS-TAX-QUARTER REDEFINES WS-TAX-PERIOD
                                           PIC 9(01).
           05 WS-PERIOD-LABEL.
              10 WS-PERIOD-LABEL-YEAR      PIC 9(04).
              10 FILLER                    PIC X(01) VALUE '-'.
              10 WS-PERIOD-LABEL-PER       PIC X(02).
           05 WS-TAX-YEAR-START.
              10 FILLER                    PIC X(04) VALUE '0101'.
              10 WS-TAX-YEAR-START-CCYY    PIC 9(04).
           05 WS-INT-TAX-DATE              COMP-3.
              10 WS-INT-TAX-YEAR           PIC S9(03).
              10 WS-INT-TAX-DAY            PIC S9(03).

      * CURRENT CONTRACT
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-INT-TRAN-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY              PIC S9(05) COMP-3 VALUE +0.
           05 WS-TRAN-QUARTER              PIC 9(01).
           05 WS-TAX-STATE                 PIC X(02).
           05 WS-POLICY-COUNTED-IND        PIC X(01).
              88 WS-POLICY-COUNTED         VALUE 'Y'.
           05 WS-ST-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-FOUND-ST-SUB              PIC S9(05) COMP-3 VALUE +0.

      * TOTALS
           05 WS-TOT-POLICY-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOT-PREMIUM        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-TAX-DUE        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-EST-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-EST-PERIOD         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-INSTALLMENT        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-QTR-SUB            PIC S9(05) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NOT-ON-INFORCE-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-PREM-TAKEN-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-RULE-STATE-CNT  PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * ISSUE STATE/OWNER STATE/ISSUE DATE LOOKUP, BUILT ON THE VSAM2   *
      * BROWSE PASS AND READ FORWARD ON THE VSAMX BROWSE PASS           *
      ********************************************************************

       01 INF-LOOKUP-TABLE.
           05 INF-LKUP-USED          PIC S9(05) COMP-3 VALUE +0.
           05 INF-LKUP-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY INF-LKUP-IDX.
               10 INF-LKUP-POL-NUM     PIC X(10).
               10 INF-LKUP-ISSUE-STATE PIC X(02).
               10 INF-LKUP-OWNER-STATE PIC X(02).
               10 INF-LKUP-INT-ISSUE   COMP-3.
                  15 INF-LKUP-ISSUE-YEAR PIC S9(03).
                  15 INF-LKUP-ISSUE-DAY  PIC S9(03).
       EJECT

      ********************************************************************
      * STATE RATE/RULE TABLE (STTAXIN) WITH THE PERIOD'S ACCUMULATORS. *
      * A STATE PREMIUM IS ROUTED TO THAT IS NOT ON STTAXIN IS ADDED AT *
      * A ZERO RATE AND FLAGGED.                                        *
      ********************************************************************

       01 STATE-TAX-TABLE.
           05 ST-USED                PIC S9(05) COMP-3 VALUE +0.
           05 ST-ENTRY OCCURS 70 TIMES.
               10 ST-STATE           PIC X(02).
               10 ST-STATE-NAME      PIC X(20).
               10 ST-BASIS           PIC X(01).
                  88 ST-ISSUE-STATE-BASIS   VALUE 'I'.
               10 ST-RATE            PIC 9(01)V9(05).
               10 ST-PRIOR-TAX       PIC S9(11)V99 COMP-3.
               10 ST-EST-PCT         PIC 9(03) OCCURS 4 TIMES.
               10 ST-NO-RULE-IND     PIC X(01).
               10 ST-POLICY-CNT      PIC S9(07) COMP-3.
               10 ST-PREMIUM         PIC S9(13)V99 COMP-3.
               10 ST-TAX-DUE         PIC S9(11)V99 COMP-3.

       01 TT-TAX-TABLE-RECORD.
           05 TT-STATE               PIC X(02).
           05 TT-BASIS               PIC X(01).
           05 TT-RATE                PIC 9(01)V9(05).
           05 TT-PRIOR-TAX           PIC 9(09)V99.
           05 TT-EST-PCT             PIC 9(03) OCCURS 4 TIMES.
           05 TT-STATE-NAME          PIC X(20).
           05 FILLER                 PIC X(28).
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
      * REPORT RECORD - TAXABLE PREMIUM, TAX DUE AND POLICIES BY STATE   *
      ********************************************************************

       01 RP-RECORD.
           05 RP-RECORD-TYPE         PIC X(01).
              88 RP-STATE-ROW        VALUE 'S'.
              88 RP-TOTAL-ROW        VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PERIOD              PIC X(07).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-STATE               PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-STATE-NAME          PIC X(20).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-BASIS               PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RATE                PIC 9.9(5).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-POLICY-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PREMIUM             PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-TAX-DUE             PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-NO-RULE-IND         PIC X(01).
           05 FILLER                 PIC X(63) VALUE SPACES.
       EJECT

      ********************************************************************
      * ESTIMATED-PAYMENT WORKSHEET - PREPAYMENT SCHEDULE BY STATE      *
      * AGAINST THE TAX COMPUTED FOR THE PERIOD                         *
      ********************************************************************

       01 EW-RECORD.
           05 EW-STATE               PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 EW-PERIOD              PIC X(07).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 EW-PRIOR-TAX           PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 EW-INSTALLMENT-GRP OCCURS 4 TIMES.
               10 EW-INSTALLMENT     PIC ---,---,--9.99.
               10 EW-INSTALLMENT-DELIM PIC X(01).
           05 EW-EST-TOTAL           PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 EW-PERIOD-EST          PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 EW-PERIOD-TAX          PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 EW-DIFFERENCE          PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FILLER                 PIC X(49) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYPRMTAX WORKING STORAGE ENDS  '.
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

      * PASS 1 - BROWSE VSAM2 AND BUILD THE STATE/ISSUE DATE LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-BUILD-STATE-LOOKUP
               THRU 2000-BUILD-STATE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX AND TOTAL TAXABLE PREMIUM BY STATE
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

           MOVE ZERO TO WS-ST-SUB.
           PERFORM 4000-WRITE-STATE-LINES
               THRU 4099-WRITE-STATE-LINES-EXIT
               UNTIL WS-ST-SUB NOT LESS THAN ST-USED.

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
           MOVE ZERO TO ST-USED.

      * DEFAULT IS THE ANNUAL RETURN FOR THE PRIOR CALENDAR YEAR
           ACCEPT WS-CURR-DATE FROM DATE.
           COMPUTE WS-TAX-YEAR = 2000 + WS-CURR-YEAR - 1.
           MOVE 'A' TO WS-TAX-PERIOD.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:4) NUMERIC
                   MOVE CONTROL-CARD-REC (1:4) TO WS-TAX-YEAR
               END-IF
               IF CONTROL-CARD-REC (6:1) EQUAL 'A' OR '1' OR '2'
                                        OR '3' OR '4'
                   MOVE CONTROL-CARD-REC (6:1) TO WS-TAX-PERIOD
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           MOVE WS-TAX-YEAR TO WS-PERIOD-LABEL-YEAR.
           IF WS-ANNUAL-PERIOD
               MOVE 'AN' TO WS-PERIOD-LABEL-PER
           ELSE
               MOVE 'Q'           TO WS-PERIOD-LABEL-PER (1:1)
               MOVE WS-TAX-PERIOD TO WS-PERIOD-LABEL-PER (2:1)
           END-IF.
           DISPLAY 'PREMIUM TAX PERIOD: ' WS-PERIOD-LABEL.

      * TAX YEAR IN THE SAME INTERNAL FORM AS THE CONTRACT DATES
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-START-CCYY.
           CALL 'CKDCEXIN' USING WS-TAX-YEAR-START WS-INT-TAX-DATE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT WORKSHEET-FILE.

      * LOAD THE STATE RATE AND RULE TABLE
           PERFORM 1300-LOAD-TAX-TABLE
               THRU 1399-LOAD-TAX-TABLE-EXIT.

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
      *          LOAD THE STATE PREMIUM TAX RATE AND RULE TABLE         *
      ********************************************************************

       1300-LOAD-TAX-TABLE.

           MOVE 'N' TO TAX-TABLE-EOF-IND.
           OPEN INPUT TAX-TABLE-FILE.

       1350-LOAD-TAX-TABLE-RTN.

           READ TAX-TABLE-FILE INTO TT-TAX-TABLE-RECORD
               AT END SET TAX-TABLE-EOF TO TRUE
           END-READ.

           IF TAX-TABLE-EOF
               GO TO 1380-LOAD-TAX-TABLE-DONE
           END-IF.

           IF TT-STATE = SPACE
               GO TO 1350-LOAD-TAX-TABLE-RTN
           END-IF.

           IF ST-USED NOT LESS THAN 70
               DISPLAY 'STATE TAX TABLE EXCEEDS 70 ENTRIES - ROWS'
               DISPLAY 'BEYOND THE CAP ARE IGNORED'
               GO TO 1380-LOAD-TAX-TABLE-DONE
           END-IF.

           ADD +1 TO ST-USED.
           MOVE TT-STATE       TO ST-STATE (ST-USED).
           MOVE TT-STATE-NAME  TO ST-STATE-NAME (ST-USED).
           MOVE TT-BASIS       TO ST-BASIS (ST-USED).
           IF TT-RATE NUMERIC
               MOVE TT-RATE    TO ST-RATE (ST-USED)
           ELSE
               MOVE ZERO       TO ST-RATE (ST-USED)
           END-IF.
           IF TT-PRIOR-TAX NUMERIC
               MOVE TT-PRIOR-TAX TO ST-PRIOR-TAX (ST-USED)
           ELSE
               MOVE ZERO         TO ST-PRIOR-TAX (ST-USED)
           END-IF.
           MOVE ZERO TO WS-ST-SUB.
           PERFORM 1360-LOAD-EST-PCT
               THRU 1369-LOAD-EST-PCT-EXIT
               4 TIMES.
           MOVE 'N'  TO ST-NO-RULE-IND (ST-USED).
           MOVE ZERO TO ST-POLICY-CNT (ST-USED).
           MOVE ZERO TO ST-PREMIUM (ST-USED).
           MOVE ZERO TO ST-TAX-DUE (ST-USED).

           GO TO 1350-LOAD-TAX-TABLE-RTN.

       1380-LOAD-TAX-TABLE-DONE.

           CLOSE TAX-TABLE-FILE.
           DISPLAY 'STATE TAX TABLE ENTRIES: ' ST-USED.

       1399-LOAD-TAX-TABLE-EXIT.
           EXIT.
       EJECT

       1360-LOAD-EST-PCT.

           ADD +1 TO WS-ST-SUB.
           IF TT-EST-PCT (WS-ST-SUB) NUMERIC
               MOVE TT-EST-PCT (WS-ST-SUB)
                   TO ST-EST-PCT (ST-USED WS-ST-SUB)
           ELSE
               MOVE ZERO TO ST-EST-PCT (ST-USED WS-ST-SUB)
           END-IF.

       1369-LOAD-EST-PCT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - READ INFORCE AND RECORD ISSUE STATE, OWNER STATE AND  *
      *  ISSUE DATE BY CONTRACT                                          *
      ********************************************************************

       2000-BUILD-STATE-LOOKUP.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-BUILD-STATE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2000-BUILD-STATE-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF INF-LKUP-USED NOT LESS THAN 20000
               ADD +1 TO WS-LOOKUP-OVFL-CNT
               GO TO 2000-BUILD-STATE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO INF-LKUP-USED.
           SET INF-LKUP-IDX TO INF-LKUP-USED.
           MOVE FRCCNTRT-CONTRACT-NUMBER
               TO INF-LKUP-POL-NUM (INF-LKUP-IDX).
           MOVE ISSUE-STATE OF CV-SEGMENT
               TO INF-LKUP-ISSUE-STATE (INF-LKUP-IDX).

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

      * OWNER STATE OF RESIDENCE OFF THE AU SEGMENT
           MOVE SPACE TO INF-LKUP-OWNER-STATE (INF-LKUP-IDX).
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '18' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE EQUAL '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
               MOVE STATE OF AU-SEGMENT
                   TO INF-LKUP-OWNER-STATE (INF-LKUP-IDX)
           END-IF.

       2000-BUILD-STATE-LOOKUP-EXIT.
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
      *  PASS 2 - READ VSAMX AND TOTAL THE PERIOD'S PREMIUM BY THE      *
      *  CONTRACT'S TAXING STATE                                         *
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

           PERFORM 3670-FIND-TAXING-STATE
               THRU 3679-FIND-TAXING-STATE-EXIT.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE 'N'  TO WS-POLICY-COUNTED-IND.

       3620-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-PREM-PAYMENT
               GO TO 3620-NEXT-SEG-69
           END-IF.

      * CALENDAR YEAR/DAY OF THE PAYMENT - ISSUE DATE PLUS DURATION
           COMPUTE WS-INT-TRAN-YEAR =
               INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) + TXASOF-YEAR.
           COMPUTE WS-INT-TRAN-DAY =
               INF-LKUP-ISSUE-DAY (INF-LKUP-IDX) + TXASOF-DAY.
           IF WS-INT-TRAN-DAY GREATER THAN 365
               SUBTRACT 365 FROM WS-INT-TRAN-DAY
               ADD +1 TO WS-INT-TRAN-YEAR
           END-IF.

           IF WS-INT-TRAN-YEAR NOT EQUAL WS-INT-TAX-YEAR
               GO TO 3620-NEXT-SEG-69
           END-IF.

           EVALUATE TRUE
               WHEN WS-INT-TRAN-DAY NOT GREATER THAN 90
                   MOVE 1 TO WS-TRAN-QUARTER
               WHEN WS-INT-TRAN-DAY NOT GREATER THAN 181
                   MOVE 2 TO WS-TRAN-QUARTER
               WHEN WS-INT-TRAN-DAY NOT GREATER THAN 273
                   MOVE 3 TO WS-TRAN-QUARTER
               WHEN OTHER
                   MOVE 4 TO WS-TRAN-QUARTER
           END-EVALUATE.

           IF WS-QUARTER-PERIOD
               AND WS-TRAN-QUARTER NOT EQUAL WS-TAX-QUARTER
               GO TO 3620-NEXT-SEG-69
           END-IF.

           ADD TXGROSS-GROSS-AMOUNT TO ST-PREMIUM (WS-FOUND-ST-SUB).
           ADD +1 TO WS-PREM-TAKEN-CNT.
           IF NOT WS-POLICY-COUNTED
               ADD +1 TO ST-POLICY-CNT (WS-FOUND-ST-SUB)
               SET WS-POLICY-COUNTED TO TRUE
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
      *  TAXING STATE - OWNER RESIDENCE UNLESS THAT STATE'S RULE SENDS   *
      *  THE PREMIUM TO THE ISSUE STATE. LEAVES WS-FOUND-ST-SUB ON THE   *
      *  STATE'S TABLE ENTRY, ADDING A ZERO-RATE ENTRY IF THERE IS NONE. *
      ********************************************************************

       3670-FIND-TAXING-STATE.

           MOVE INF-LKUP-OWNER-STATE (INF-LKUP-IDX) TO WS-TAX-STATE.
           IF WS-TAX-STATE EQUAL SPACE
               MOVE INF-LKUP-ISSUE-STATE (INF-LKUP-IDX) TO WS-TAX-STATE
           END-IF.

           PERFORM 3690-FIND-STATE-ENTRY
               THRU 3699-FIND-STATE-ENTRY-EXIT.

           IF ST-ISSUE-STATE-BASIS (WS-FOUND-ST-SUB)
               AND WS-TAX-STATE NOT EQUAL
                   INF-LKUP-ISSUE-STATE (INF-LKUP-IDX)
               MOVE INF-LKUP-ISSUE-STATE (INF-LKUP-IDX) TO WS-TAX-STATE
               PERFORM 3690-FIND-STATE-ENTRY
                   THRU 3699-FIND-STATE-ENTRY-EXIT
           END-IF.

       3679-FIND-TAXING-STATE-EXIT.
           EXIT.
       EJECT

       3690-FIND-STATE-ENTRY.

           MOVE ZERO TO WS-FOUND-ST-SUB.

       3693-FIND-STATE-ENTRY-SEARCH.

           ADD +1 TO WS-FOUND-ST-SUB.

           IF WS-FOUND-ST-SUB GREATER THAN ST-USED
               GO TO 3696-FIND-STATE-ENTRY-INSERT
           END-IF.

           IF ST-STATE (WS-FOUND-ST-SUB) EQUAL WS-TAX-STATE
               GO TO 3699-FIND-STATE-ENTRY-EXIT
           END-IF.

           GO TO 3693-FIND-STATE-ENTRY-SEARCH.

       3696-FIND-STATE-ENTRY-INSERT.

      * A FULL TABLE POSTS TO THE LAST ENTRY SO NO PREMIUM IS DROPPED
           IF ST-USED NOT LESS THAN 70
               MOVE ST-USED TO WS-FOUND-ST-SUB
               GO TO 3699-FIND-STATE-ENTRY-EXIT
           END-IF.

           ADD +1 TO ST-USED.
           ADD +1 TO WS-NO-RULE-STATE-CNT.
           MOVE ST-USED       TO WS-FOUND-ST-SUB.
           MOVE WS-TAX-STATE  TO ST-STATE (ST-USED).
           MOVE 'NOT ON RATE TABLE' TO ST-STATE-NAME (ST-USED).
           MOVE 'R'           TO ST-BASIS (ST-USED).
           MOVE ZERO          TO ST-RATE (ST-USED).
           MOVE ZERO          TO ST-PRIOR-TAX (ST-USED).
           MOVE ZERO          TO ST-EST-PCT (ST-USED 1)
                                 ST-EST-PCT (ST-USED 2)
                                 ST-EST-PCT (ST-USED 3)
                                 ST-EST-PCT (ST-USED 4).
           MOVE 'Y'           TO ST-NO-RULE-IND (ST-USED).
           MOVE ZERO          TO ST-POLICY-CNT (ST-USED).
           MOVE ZERO          TO ST-PREMIUM (ST-USED).
           MOVE ZERO          TO ST-TAX-DUE (ST-USED).

       3699-FIND-STATE-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ONE REPORT LINE AND ONE WORKSHEET LINE PER STATE                *
      ********************************************************************

       4000-WRITE-STATE-LINES.

           ADD +1 TO WS-ST-SUB.

           COMPUTE ST-TAX-DUE (WS-ST-SUB) ROUNDED =
               ST-PREMIUM (WS-ST-SUB) * ST-RATE (WS-ST-SUB).

           ADD ST-POLICY-CNT (WS-ST-SUB) TO WS-TOT-POLICY-CNT.
           ADD ST-PREMIUM (WS-ST-SUB)    TO WS-TOT-PREMIUM.
           ADD ST-TAX-DUE (WS-ST-SUB)    TO WS-TOT-TAX-DUE.

           SET RP-STATE-ROW TO TRUE.
           MOVE WS-PERIOD-LABEL              TO RP-PERIOD.
           MOVE ST-STATE (WS-ST-SUB)         TO RP-STATE.
           MOVE ST-STATE-NAME (WS-ST-SUB)    TO RP-STATE-NAME.
           MOVE ST-BASIS (WS-ST-SUB)         TO RP-BASIS.
           MOVE ST-RATE (WS-ST-SUB)          TO RP-RATE.
           MOVE ST-POLICY-CNT (WS-ST-SUB)    TO RP-POLICY-COUNT.
           MOVE ST-PREMIUM (WS-ST-SUB)       TO RP-PREMIUM.
           MOVE ST-TAX-DUE (WS-ST-SUB)       TO RP-TAX-DUE.
           MOVE ST-NO-RULE-IND (WS-ST-SUB)   TO RP-NO-RULE-IND.

           WRITE REPORT-REC FROM RP-RECORD.

      * PREPAYMENT SCHEDULE OFF PRIOR-YEAR TAX, AGAINST THIS PERIOD
           MOVE ST-STATE (WS-ST-SUB)       TO EW-STATE.
           MOVE WS-PERIOD-LABEL            TO EW-PERIOD.
           MOVE ST-PRIOR-TAX (WS-ST-SUB)   TO EW-PRIOR-TAX.
           MOVE ZERO TO WS-EST-TOTAL.
           MOVE ZERO TO WS-EST-PERIOD.
           MOVE ZERO TO WS-QTR-SUB.
           PERFORM 4100-BUILD-INSTALLMENT
               THRU 4199-BUILD-INSTALLMENT-EXIT
               4 TIMES.
           IF WS-ANNUAL-PERIOD
               MOVE WS-EST-TOTAL TO WS-EST-PERIOD
           END-IF.
           MOVE WS-EST-TOTAL               TO EW-EST-TOTAL.
           MOVE WS-EST-PERIOD              TO EW-PERIOD-EST.
           MOVE ST-TAX-DUE (WS-ST-SUB)     TO EW-PERIOD-TAX.
           COMPUTE EW-DIFFERENCE =
               ST-TAX-DUE (WS-ST-SUB) - WS-EST-PERIOD.

           WRITE WORKSHEET-REC FROM EW-RECORD.

       4099-WRITE-STATE-LINES-EXIT.
           EXIT.
       EJECT

       4100-BUILD-INSTALLMENT.

           ADD +1 TO WS-QTR-SUB.
           COMPUTE WS-INSTALLMENT ROUNDED =
               ST-PRIOR-TAX (WS-ST-SUB) *
               ST-EST-PCT (WS-ST-SUB WS-QTR-SUB) / 100.
           MOVE WS-INSTALLMENT TO EW-INSTALLMENT (WS-QTR-SUB).
           MOVE X'05'          TO EW-INSTALLMENT-DELIM (WS-QTR-SUB).
           ADD WS-INSTALLMENT  TO WS-EST-TOTAL.

           IF WS-QUARTER-PERIOD
               AND WS-QTR-SUB EQUAL WS-TAX-QUARTER
               MOVE WS-INSTALLMENT TO WS-EST-PERIOD
           END-IF.

       4199-BUILD-INSTALLMENT-EXIT.
           EXIT.
       EJECT

       4200-WRITE-TOTAL-LINE.

           SET RP-TOTAL-ROW TO TRUE.
           MOVE WS-PERIOD-LABEL   TO RP-PERIOD.
           MOVE SPACE             TO RP-STATE.
           MOVE 'ALL STATES'      TO RP-STATE-NAME.
           MOVE SPACE             TO RP-BASIS.
           MOVE ZERO              TO RP-RATE.
           MOVE WS-TOT-POLICY-CNT TO RP-POLICY-COUNT.
           MOVE WS-TOT-PREMIUM    TO RP-PREMIUM.
           MOVE WS-TOT-TAX-DUE    TO RP-TAX-DUE.
           MOVE SPACE             TO RP-NO-RULE-IND.

           WRITE REPORT-REC FROM RP-RECORD.

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
           CLOSE WORKSHEET-FILE.

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
           DISPLAY 'PREMIUM ENTRIES TAXED: '     WS-PREM-TAKEN-CNT.
           DISPLAY 'STATES NOT ON RATE TABLE: '  WS-NO-RULE-STATE-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
