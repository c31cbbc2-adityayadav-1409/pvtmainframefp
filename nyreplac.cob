       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYREPLAC.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT NBCONF-IN-FILE ASSIGN TO NBCONIN.
           SELECT OWNER-IN-FILE ASSIGN TO RPTOWN.
           SELECT REPLACE-FILE ASSIGN TO RPLRPT
               FILE STATUS IS REPLACE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  NBCONF-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NBCONF-IN-REC     PIC X(40).

       FD  OWNER-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OWNER-IN-REC      PIC X(400).

       FD  REPLACE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPLACE-REC       PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  INTERNAL REPLACEMENT / TWISTING DETECTION. EVERY POLICY         *
      *  NYNBCONF CONFIRMED AS PLACED TODAY (STATUS 12 TO 22) IS A NEW   *
      *  PLACEMENT.                                                      *
      *  ITS OWNER TIN AND WRITING AGENT COME FROM NYVULOWN'S RPTOWN.    *
      *  ANY OTHER POLICY OF THE SAME OWNER TIN THAT HAD A FULL          *
      *  SURRENDER (SF), OR A WITHDRAWAL (ALL-WITHDRAWAL) OF AT LEAST    *
      *  THE LARGE-WITHDRAWAL AMOUNT, WITHIN THE LOOK-BACK WINDOW BEFORE *
      *  THE BUSINESS DATE IS A SUSPECTED REPLACEMENT. THE SEGMENT 69    *
      *  ENTRIES ARE DATED THE NYPRMTAX WAY: PASS 1 BROWSES VSAM2 FOR    *
      *  EACH CONTRACT'S ISSUE DATE, PASS 2 BROWSES VSAMX AND ADDS THE   *
      *  TXASOF DURATION TO IT.                                          *
      *  RPLRPT CARRIES ONE 'P' ROW PER REPLACED POLICY / NEW PLACEMENT  *
      *  PAIR WITH BOTH AGENTS AND A SAME-AGENT INDICATOR, THEN ONE 'A'  *
      *  ROW PER PLACING AGENT WITH ITS COUNT OF SUSPECTED REPLACEMENTS  *
      *  AND HOW MANY OF THEM REPLACED THE AGENT'S OWN BUSINESS, THEN A  *
      *  'Z' TRAILER ROW.                                                *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYREPLAC EXEC PGM=NYREPLAC                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //NBCONIN  DD DISP=SHR,DSN=T54.T9511F0.NYNBCONF.OUTPUT.DATA      *
      * //RPTOWN   DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.OUTPUT.DATA      *
      * //RPLRPT   DD DSN=T54.T9511F0.NYREPLAC.OUTPUT.DATA,              *
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
      *       COLS 1-3   LOOK-BACK WINDOW IN MONTHS (DEFAULT 013)        *
      *       COLS 5-13  LARGE-WITHDRAWAL AMOUNT, WHOLE DOLLARS          *
      *                  (DEFAULT 000010000)                             *
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
           05 REPLACE-FILE-STATUS            PIC X(02).

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

           05 OWNER-EOF-IND                  PIC X(1).
              88 OWNER-EOF                   VALUE 'Y'.

           05 NBCONF-EOF-IND                 PIC X(1).
              88 NBCONF-EOF                  VALUE 'Y'.

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
              88 ALL-WITHDRAWAL                    VALUES
                                  'SG', 'SN', 'SM', 'SH',
                                  'SF', 'SQ'.
              88 FULL-SURRENDER                    VALUE 'SF'.

      * WINDOW AND AMOUNT - SYSIPT OVERRIDABLE
           05 WS-WINDOW-MONTHS             PIC 9(03) VALUE 013.
           05 WS-LARGE-WDRL-AMT            PIC 9(09) VALUE 10000.
           05 WS-WINDOW-DAYS        PIC S9(05) COMP-3 VALUE +0.

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
           05 WS-PL-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-AG-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-TIN-MATCH-IND             PIC X(01).
              88 TIN-HAS-PLACEMENT         VALUE 'Y'.

      * THE REPLACING EVENT KEPT FOR THE CURRENT CONTRACT - A SURRENDER
      * WINS OVER A WITHDRAWAL, OTHERWISE THE MOST RECENT ENTRY
           05 WS-EVT-CNT            PIC S9(05) COMP-3 VALUE +0.
           05 WS-EVT-TRANS-TYPE            PIC X(02).
           05 WS-EVT-DAYS-AGO       PIC S9(05) COMP-3 VALUE +0.
           05 WS-EVT-ASOF-YEAR      PIC S9(03) COMP-3 VALUE +0.
           05 WS-EVT-ASOF-DAY       PIC S9(03) COMP-3 VALUE +0.
           05 WS-EVT-AMOUNT         PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-EVT-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-PLACEMENT-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-PLACEMENT-OVFL-CNT PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-OWNER-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWNER-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWNER-OVFL-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-PAIR-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWN-BOOK-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-AGENT-OVFL-CNT     PIC S9(9) COMP-3 VALUE +0.
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
      * RPTOWN POLICY, OWNER TIN AND WRITING AGENT IN CONTRACT ORDER,   *
      * READ FORWARD ON THE VSAMX BROWSE PASS                           *
      ********************************************************************

       01 POL-OWNER-TABLE.
           05 PO-USED                PIC S9(05) COMP-3 VALUE +0.
           05 PO-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY PO-IDX.
               10 PO-POL-NUM          PIC X(10).
               10 PO-OWNER-TIN        PIC X(09).
               10 PO-AGENT-NUMBER     PIC X(10).
               10 PO-OWNER-NAME       PIC X(40).
       EJECT

      ********************************************************************
      * TODAY'S NEW PLACEMENTS FROM NYNBCONF                            *
      ********************************************************************

       01 PLACEMENT-TABLE.
           05 PL-USED                PIC S9(05) COMP-3 VALUE +0.
           05 PL-ENTRY OCCURS 5000 TIMES.
               10 PL-POL-NUM          PIC X(10).
               10 PL-OWNER-TIN        PIC X(09).
               10 PL-OWNER-NAME       PIC X(40).
               10 PL-AGENT-NUMBER     PIC X(10).
       EJECT

      ********************************************************************
      * SUSPECTED REPLACEMENTS BY PLACING AGENT                         *
      ********************************************************************

       01 AGENT-TABLE.
           05 AG-USED                PIC S9(05) COMP-3 VALUE +0.
           05 AG-ENTRY OCCURS 2000 TIMES.
               10 AG-AGENT-NUMBER     PIC X(10).
               10 AG-PAIR-CNT         PIC S9(05) COMP-3.
               10 AG-OWN-BOOK-CNT     PIC S9(05) COMP-3.
       EJECT

      ********************************************************************
      *     NYNBCONF CONFIRMATION RECORD                                 *
      ********************************************************************

       01 NC-CONFIRM-RECORD.
           05 NC-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 NC-PRIOR-STATUS        PIC X(02).
           05 FILLER                 PIC X(01).
           05 NC-CURRENT-STATUS      PIC X(02).
           05 FILLER                 PIC X(24).

      ********************************************************************
      *     RPTOWN RECORD LAYOUT, AS WRITTEN BY NYVULOWN                 *
      ********************************************************************

       01  OR-RECORD.
           05  OR-POLICY-NUMBER     PIC X(10).
           05  FILLER               PIC X(01).
           05  OR-OWNER-NAME        PIC X(40).
           05  FILLER               PIC X(01).
           05  OR-OWNER-TIN         PIC X(09).
           05  FILLER               PIC X(01).
           05  OR-AGENT-NUMBER      PIC X(10).
           05  FILLER               PIC X(328).
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
      * REPLACEMENT REPORT - PAIR ROWS, AGENT ROWS, TRAILER             *
      ********************************************************************

       01 RP-PAIR-RECORD.
           05 RP-RECORD-TYPE         PIC X(01) VALUE 'P'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OWNER-TIN           PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OLD-POLICY          PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OLD-AGENT           PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-TRANS-TYPE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DURATION-YEAR       PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DURATION-DAY        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-DAYS-AGO            PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-EVENT-AMOUNT        PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-EVENT-CNT           PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-EVENT-TOTAL         PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-NEW-POLICY          PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-NEW-AGENT           PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-SAME-AGENT-IND      PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(38) VALUE SPACES.

       01 RA-AGENT-RECORD.
           05 RA-RECORD-TYPE         PIC X(01) VALUE 'A'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RA-AGENT-NUMBER        PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RA-PAIR-CNT            PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RA-OWN-BOOK-CNT        PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RA-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(167) VALUE SPACES.

       01 RZ-TRAILER-RECORD.
           05 RZ-RECORD-TYPE         PIC X(01) VALUE 'Z'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-PLACEMENT-CNT       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-PAIR-CNT            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-OWN-BOOK-CNT        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-AGENT-CNT           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-WINDOW-MONTHS       PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-LARGE-WDRL-AMT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(142) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYREPLAC WORKING STORAGE ENDS  '.
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

      * NOTHING PLACED TODAY MEANS NOTHING CAN BE A REPLACEMENT
           IF PL-USED EQUAL ZERO
               GO TO 0000-CONTROL-REPORT
           END-IF.

      * PASS 1 - BROWSE VSAM2 AND BUILD THE ISSUE DATE LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-BUILD-ISSUE-LOOKUP
               THRU 2000-BUILD-ISSUE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX FOR SURRENDERS AND LARGE WITHDRAWALS ON
      * THE OTHER POLICIES OF TODAY'S PLACEMENT OWNERS
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           SET PO-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

       0000-CONTROL-REPORT.

           MOVE ZERO TO WS-AG-SUB.
           PERFORM 4500-WRITE-AGENT
               THRU 4599-WRITE-AGENT-EXIT
               UNTIL WS-AG-SUB NOT LESS THAN AG-USED.

           PERFORM 4700-WRITE-TRAILER
               THRU 4799-WRITE-TRAILER-EXIT.

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
           MOVE ZERO TO INF-LKUP-USED PO-USED PL-USED AG-USED.

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
                   MOVE CONTROL-CARD-REC (1:3) TO WS-WINDOW-MONTHS
               END-IF
               IF CONTROL-CARD-REC (5:9) NUMERIC
                   MOVE CONTROL-CARD-REC (5:9) TO WS-LARGE-WDRL-AMT
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

      * MONTHS TO DAYS ON THE SUITE'S 365-DAY YEAR
           COMPUTE WS-WINDOW-DAYS ROUNDED =
               WS-WINDOW-MONTHS * 365 / 12.

           DISPLAY 'REPLACEMENT REVIEW DATE: '  WS-RUN-DATE.
           DISPLAY 'LOOK-BACK WINDOW MONTHS: '  WS-WINDOW-MONTHS.
           DISPLAY 'LOOK-BACK WINDOW DAYS: '    WS-WINDOW-DAYS.
           DISPLAY 'LARGE WITHDRAWAL AMOUNT: '  WS-LARGE-WDRL-AMT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT REPLACE-FILE.
           IF REPLACE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN RPLRPT FAILED, STATUS = '
                       REPLACE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * POLICY OWNERS AND AGENTS OFF RPTOWN, THEN TODAY'S PLACEMENTS
           MOVE 'N' TO OWNER-EOF-IND.
           OPEN INPUT OWNER-IN-FILE.
           PERFORM 1300-LOAD-OWNERS
               THRU 1399-LOAD-OWNERS-EXIT
               UNTIL OWNER-EOF.
           CLOSE OWNER-IN-FILE.

           MOVE 'N' TO NBCONF-EOF-IND.
           OPEN INPUT NBCONF-IN-FILE.
           PERFORM 1400-LOAD-PLACEMENTS
               THRU 1499-LOAD-PLACEMENTS-EXIT
               UNTIL NBCONF-EOF.
           CLOSE NBCONF-IN-FILE.

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
      *  RPTOWN - ONE POLICY PER ROW WITH ITS OWNER TIN AND AGENT. ONLY  *
      *  THE FULL-VALUE FEED LINKS OWNERS - A MASKED TIN OR THE          *
      *  MASKED-COPY TRAILER IS NOT NUMERIC AND IS PASSED BY.            *
      ********************************************************************

       1300-LOAD-OWNERS.

           READ OWNER-IN-FILE INTO OR-RECORD
               AT END
                   SET OWNER-EOF TO TRUE
                   GO TO 1399-LOAD-OWNERS-EXIT
           END-READ.

           ADD +1 TO WS-OWNER-READ-CNT.

           IF OR-POLICY-NUMBER EQUAL SPACE
               OR OR-OWNER-TIN NOT NUMERIC
               GO TO 1399-LOAD-OWNERS-EXIT
           END-IF.

           IF PO-USED NOT LESS THAN 20000
               ADD +1 TO WS-OWNER-OVFL-CNT
               GO TO 1399-LOAD-OWNERS-EXIT
           END-IF.

           ADD +1 TO PO-USED.
           MOVE OR-POLICY-NUMBER TO PO-POL-NUM (PO-USED).
           MOVE OR-OWNER-TIN     TO PO-OWNER-TIN (PO-USED).
           MOVE OR-AGENT-NUMBER  TO PO-AGENT-NUMBER (PO-USED).
           MOVE OR-OWNER-NAME    TO PO-OWNER-NAME (PO-USED).

       1399-LOAD-OWNERS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NYNBCONF - EACH CONFIRMED PLACEMENT TAKES ITS OWNER TIN AND     *
      *  AGENT FROM THE RPTOWN TABLE                                     *
      ********************************************************************

       1400-LOAD-PLACEMENTS.

           READ NBCONF-IN-FILE INTO NC-CONFIRM-RECORD
               AT END
                   SET NBCONF-EOF TO TRUE
                   GO TO 1499-LOAD-PLACEMENTS-EXIT
           END-READ.

           IF NC-POLICY-NUMBER EQUAL SPACE
               GO TO 1499-LOAD-PLACEMENTS-EXIT
           END-IF.

           ADD +1 TO WS-PLACEMENT-CNT.
           SET PO-IDX TO 1.

       1430-LOAD-PLACEMENTS-SEARCH.

           IF PO-IDX GREATER THAN PO-USED
               ADD +1 TO WS-NO-OWNER-CNT
               GO TO 1499-LOAD-PLACEMENTS-EXIT
           END-IF.

           IF PO-POL-NUM (PO-IDX) NOT EQUAL NC-POLICY-NUMBER
               SET PO-IDX UP BY 1
               GO TO 1430-LOAD-PLACEMENTS-SEARCH
           END-IF.

           IF PL-USED NOT LESS THAN 5000
               ADD +1 TO WS-PLACEMENT-OVFL-CNT
               GO TO 1499-LOAD-PLACEMENTS-EXIT
           END-IF.

           ADD +1 TO PL-USED.
           MOVE NC-POLICY-NUMBER         TO PL-POL-NUM (PL-USED).
           MOVE PO-OWNER-TIN (PO-IDX)    TO PL-OWNER-TIN (PL-USED).
           MOVE PO-AGENT-NUMBER (PO-IDX) TO PL-AGENT-NUMBER (PL-USED).
           MOVE PO-OWNER-NAME (PO-IDX)   TO PL-OWNER-NAME (PL-USED).

       1499-LOAD-PLACEMENTS-EXIT.
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
      *  PASS 2 - READ VSAMX. A CONTRACT WHOSE OWNER TIN HAS A NEW       *
      *  PLACEMENT TODAY IS SCANNED FOR A SURRENDER OR LARGE WITHDRAWAL  *
      *  IN THE LOOK-BACK WINDOW.                                        *
      ********************************************************************

       3000-PROCESS-HISTORY.

           PERFORM 3100-READ-NEXT-HISTORY
               THRU 3199-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.

           PERFORM 3660-LOOKUP-OWNER
               THRU 3669-LOOKUP-OWNER-EXIT.

           IF PO-IDX GREATER THAN PO-USED
               OR PO-POL-NUM (PO-IDX) NOT EQUAL NRCSRCHK-POL-NUMBER
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE 'N' TO WS-TIN-MATCH-IND.
           MOVE ZERO TO WS-PL-SUB.
           PERFORM 3800-CHECK-PLACEMENT-TIN
               THRU 3899-CHECK-PLACEMENT-TIN-EXIT
               UNTIL WS-PL-SUB NOT LESS THAN PL-USED
                  OR TIN-HAS-PLACEMENT.

           IF NOT TIN-HAS-PLACEMENT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           PERFORM 3650-LOOKUP-CONTRACT
               THRU 3659-LOOKUP-CONTRACT-EXIT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               OR INF-LKUP-POL-NUM (INF-LKUP-IDX) NOT EQUAL
                   NRCSRCHK-POL-NUMBER
               OR INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE ZERO  TO WS-EVT-CNT WS-EVT-AMOUNT WS-EVT-TOTAL.
           MOVE +99999 TO WS-EVT-DAYS-AGO.
           MOVE SPACE TO WS-EVT-TRANS-TYPE.
           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       3620-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3690-PAIR-PLACEMENTS
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-WITHDRAWAL
               GO TO 3620-NEXT-SEG-69
           END-IF.

           IF NOT FULL-SURRENDER
               AND TXGROSS-GROSS-AMOUNT LESS THAN WS-LARGE-WDRL-AMT
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

           IF WS-DAYS-AGO LESS THAN ZERO
               OR WS-DAYS-AGO GREATER THAN WS-WINDOW-DAYS
               GO TO 3620-NEXT-SEG-69
           END-IF.

           ADD +1 TO WS-EVT-CNT.
           ADD TXGROSS-GROSS-AMOUNT TO WS-EVT-TOTAL.

           IF WS-EVT-TRANS-TYPE EQUAL 'SF'
               AND NOT FULL-SURRENDER
               GO TO 3620-NEXT-SEG-69
           END-IF.

           IF WS-DAYS-AGO GREATER THAN WS-EVT-DAYS-AGO
               AND (WS-EVT-TRANS-TYPE EQUAL 'SF'
                    OR NOT FULL-SURRENDER)
               GO TO 3620-NEXT-SEG-69
           END-IF.

           MOVE TXTRNTYP-TRANS-TYPE  TO WS-EVT-TRANS-TYPE.
           MOVE WS-DAYS-AGO          TO WS-EVT-DAYS-AGO.
           MOVE TXASOF-YEAR          TO WS-EVT-ASOF-YEAR.
           MOVE TXASOF-DAY           TO WS-EVT-ASOF-DAY.
           MOVE TXGROSS-GROSS-AMOUNT TO WS-EVT-AMOUNT.

           GO TO 3620-NEXT-SEG-69.

       3690-PAIR-PLACEMENTS.

           IF WS-EVT-CNT EQUAL ZERO
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE ZERO TO WS-PL-SUB.
           PERFORM 3900-WRITE-PAIR
               THRU 3999-WRITE-PAIR-EXIT
               UNTIL WS-PL-SUB NOT LESS THAN PL-USED.

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

      *  SAME FORWARD POSITIONING ON THE RPTOWN POLICY-TO-OWNER LINKS
       3660-LOOKUP-OWNER.

           IF PO-IDX GREATER THAN PO-USED
               GO TO 3669-LOOKUP-OWNER-EXIT
           END-IF.

           IF PO-POL-NUM (PO-IDX) LESS THAN NRCSRCHK-POL-NUMBER
               SET PO-IDX UP BY 1
               GO TO 3660-LOOKUP-OWNER
           END-IF.

       3669-LOOKUP-OWNER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  IS THERE A PLACEMENT TODAY, ON ANOTHER POLICY, FOR THIS         *
      *  CONTRACT'S OWNER TIN                                            *
      ********************************************************************

       3800-CHECK-PLACEMENT-TIN.

           ADD +1 TO WS-PL-SUB.

           IF PL-OWNER-TIN (WS-PL-SUB) EQUAL PO-OWNER-TIN (PO-IDX)
               AND PL-POL-NUM (WS-PL-SUB) NOT EQUAL NRCSRCHK-POL-NUMBER
               SET TIN-HAS-PLACEMENT TO TRUE
           END-IF.

       3899-CHECK-PLACEMENT-TIN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ONE PAIR ROW FOR EACH OF TODAY'S PLACEMENTS FOR THE SAME OWNER  *
      *  TIN, COUNTED AGAINST THE PLACING AGENT                          *
      ********************************************************************

       3900-WRITE-PAIR.

           ADD +1 TO WS-PL-SUB.

           IF PL-OWNER-TIN (WS-PL-SUB) NOT EQUAL PO-OWNER-TIN (PO-IDX)
               OR PL-POL-NUM (WS-PL-SUB) EQUAL NRCSRCHK-POL-NUMBER
               GO TO 3999-WRITE-PAIR-EXIT
           END-IF.

           ADD +1 TO WS-PAIR-CNT.

           MOVE PL-OWNER-TIN (WS-PL-SUB)     TO RP-OWNER-TIN.
           MOVE PL-OWNER-NAME (WS-PL-SUB)    TO RP-OWNER-NAME.
           MOVE NRCSRCHK-POL-NUMBER          TO RP-OLD-POLICY.
           MOVE PO-AGENT-NUMBER (PO-IDX)     TO RP-OLD-AGENT.
           MOVE WS-EVT-TRANS-TYPE            TO RP-TRANS-TYPE.
           MOVE WS-EVT-ASOF-YEAR             TO RP-DURATION-YEAR.
           MOVE WS-EVT-ASOF-DAY              TO RP-DURATION-DAY.
           MOVE WS-EVT-DAYS-AGO              TO RP-DAYS-AGO.
           MOVE WS-EVT-AMOUNT                TO RP-EVENT-AMOUNT.
           MOVE WS-EVT-CNT                   TO RP-EVENT-CNT.
           MOVE WS-EVT-TOTAL                 TO RP-EVENT-TOTAL.
           MOVE PL-POL-NUM (WS-PL-SUB)       TO RP-NEW-POLICY.
           MOVE PL-AGENT-NUMBER (WS-PL-SUB)  TO RP-NEW-AGENT.
           MOVE WS-RUN-DATE                  TO RP-RUN-DATE.

           IF PL-AGENT-NUMBER (WS-PL-SUB) EQUAL PO-AGENT-NUMBER (PO-IDX)
               AND PL-AGENT-NUMBER (WS-PL-SUB) NOT EQUAL SPACE
               MOVE 'Y' TO RP-SAME-AGENT-IND
               ADD +1 TO WS-OWN-BOOK-CNT
           ELSE
               MOVE 'N' TO RP-SAME-AGENT-IND
           END-IF.

           WRITE REPLACE-REC FROM RP-PAIR-RECORD.
           IF REPLACE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE RPLRPT FAILED, STATUS = '
                       REPLACE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * COUNT IT AGAINST THE PLACING AGENT
           MOVE ZERO TO WS-AG-SUB.

       3930-WRITE-PAIR-AGENT.

           ADD +1 TO WS-AG-SUB.
           IF WS-AG-SUB GREATER THAN AG-USED
               IF AG-USED NOT LESS THAN 2000
                   ADD +1 TO WS-AGENT-OVFL-CNT
                   GO TO 3999-WRITE-PAIR-EXIT
               END-IF
               ADD +1 TO AG-USED
               MOVE AG-USED TO WS-AG-SUB
               MOVE PL-AGENT-NUMBER (WS-PL-SUB)
                   TO AG-AGENT-NUMBER (WS-AG-SUB)
               MOVE ZERO TO AG-PAIR-CNT (WS-AG-SUB)
                            AG-OWN-BOOK-CNT (WS-AG-SUB)
           END-IF.

           IF AG-AGENT-NUMBER (WS-AG-SUB) NOT EQUAL
                   PL-AGENT-NUMBER (WS-PL-SUB)
               GO TO 3930-WRITE-PAIR-AGENT
           END-IF.

           ADD +1 TO AG-PAIR-CNT (WS-AG-SUB).
           IF RP-SAME-AGENT-IND EQUAL 'Y'
               ADD +1 TO AG-OWN-BOOK-CNT (WS-AG-SUB)
           END-IF.

       3999-WRITE-PAIR-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *               PER-AGENT SUSPECTED REPLACEMENT COUNTS             *
      ********************************************************************

       4500-WRITE-AGENT.

           ADD +1 TO WS-AG-SUB.

           MOVE AG-AGENT-NUMBER (WS-AG-SUB)  TO RA-AGENT-NUMBER.
           MOVE AG-PAIR-CNT (WS-AG-SUB)      TO RA-PAIR-CNT.
           MOVE AG-OWN-BOOK-CNT (WS-AG-SUB)  TO RA-OWN-BOOK-CNT.
           MOVE WS-RUN-DATE                  TO RA-RUN-DATE.

           WRITE REPLACE-REC FROM RA-AGENT-RECORD.
           IF REPLACE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE RPLRPT FAILED, STATUS = '
                       REPLACE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4599-WRITE-AGENT-EXIT.
           EXIT.
       EJECT

       4700-WRITE-TRAILER.

           MOVE WS-RUN-DATE           TO RZ-RUN-DATE.
           MOVE PL-USED               TO RZ-PLACEMENT-CNT.
           MOVE WS-PAIR-CNT           TO RZ-PAIR-CNT.
           MOVE WS-OWN-BOOK-CNT       TO RZ-OWN-BOOK-CNT.
           MOVE AG-USED               TO RZ-AGENT-CNT.
           MOVE WS-WINDOW-MONTHS      TO RZ-WINDOW-MONTHS.
           MOVE WS-LARGE-WDRL-AMT     TO RZ-LARGE-WDRL-AMT.

           WRITE REPLACE-REC FROM RZ-TRAILER-RECORD.

       4799-WRITE-TRAILER-EXIT.
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

           CLOSE REPLACE-FILE.

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

           DISPLAY 'RPTOWN ROWS READ: '          WS-OWNER-READ-CNT.
           DISPLAY 'RPTOWN TABLE OVERFLOW: '     WS-OWNER-OVFL-CNT.
           DISPLAY 'PLACEMENTS READ: '           WS-PLACEMENT-CNT.
           DISPLAY 'PLACEMENTS WITH NO OWNER: '  WS-NO-OWNER-CNT.
           DISPLAY 'PLACEMENT TABLE OVERFLOW: '  WS-PLACEMENT-OVFL-CNT.
           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'SUSPECTED REPLACEMENTS: '    WS-PAIR-CNT.
           DISPLAY 'SAME-AGENT REPLACEMENTS: '   WS-OWN-BOOK-CNT.
           DISPLAY 'AGENT TABLE OVERFLOW: '      WS-AGENT-OVFL-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
