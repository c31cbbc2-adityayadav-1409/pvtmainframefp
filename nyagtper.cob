       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYAGTPER.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT ROSTER-IN-FILE    ASSIGN TO AGTPRDIN.
           SELECT PERS-OUT-FILE     ASSIGN TO PERSRPT
               FILE STATUS IS PERS-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  ROSTER-IN-FILE
           RECORDING MODE IS F.
       01  ROSTER-IN-REC          PIC X(100).

       FD  PERS-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PERS-OUT-REC           PIC X(150).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  AGENT PERSISTENCY SCORECARD. NYLAPSRP TALLIES LAPSES AND       *
      *  SURRENDERS BY PLAN AND STATE AND NYNBPLAC MEASURES PLACEMENT   *
      *  TURNAROUND, BUT NOTHING MEASURED HOW LONG EACH AGENT'S         *
      *  BUSINESS STAYS ON THE BOOKS. THIS PROGRAM BROWSES VSAM2 FOR    *
      *  THE VUL18 BOOK AND GROUPS EVERY POLICY BY SERVICING AGENT      *
      *  (CV-SEGMENT AGT-NUMBER) AND ISSUE-MONTH COHORT (ISSUE-DATE).   *
      *  A POLICY ISSUED AT LEAST 13 (25) MONTHS BEFORE THE RUN DATE IS *
      *  EXPOSED FOR 13 (25) MONTH PERSISTENCY, AND PERSISTS UNLESS A   *
      *  SEGMENT-69 LAPSE/SURRENDER TRANSACTION - THE SAME TRANSACTION  *
      *  TYPES NYLAPSRP TALLIES, LESS TERM-DEATH - WAS POSTED BEFORE    *
      *  THAT DURATION AND NOT LATER CLEARED BY A REINSTATEMENT PAYMENT.*
      *  PERSISTENCY IS PERSISTING POLICIES OVER EXPOSED POLICIES.      *
      *  THE REPORT CARRIES ONE ROW PER AGENT AND COHORT, AN AGENT      *
      *  TOTAL ROW FLAGGED WHEN EITHER RATE IS BELOW THE SYSIPT         *
      *  THRESHOLD, THEN THE ROLL-UP THROUGH THE NYAGTPRD HIERARCHY -   *
      *  ONE ROW PER AGENT CONTRACT TYPE FROM NYAGTPRD'S ROSTER - AND A *
      *  COMPANY GRAND TOTAL.                                           *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYAGTPER EXEC PGM=NYAGTPER                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //AGTPRDIN DD DISP=SHR,DSN=T54.T9511F0.NYAGTPRD.OUTPUT.DATA      *
      * //PERSRPT  DD DSN=T54.T9511F0.NYAGTPER.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 MINIMUM 13-MONTH PERSISTENCY PERCENT (DEFAULT 080)*
      *       COLS 5-7 MINIMUM 25-MONTH PERSISTENCY PERCENT (DEFAULT 070)*
      *     AGTPRDIN - NYAGTPRD'S ROSTER; ONLY THE 'D' ROWS ARE USED,    *
      *       FOR THE AGENT NAME AND CONTRACT TYPE. AN AGENT NOT ON THE  *
      *       ROSTER (INACTIVE SINCE) ROLLS UP UNDER A BLANK TYPE.       *
      *     PERSRPT - ROW TYPES: C AGENT/COHORT, A AGENT TOTAL, T        *
      *       CONTRACT-TYPE ROLL-UP, G GRAND TOTAL. EACH CARRIES 13- AND *
      *       25-MONTH EXPOSED, PERSISTING AND PERCENT; A ROWS CARRY A   *
      *       'Y' BELOW-THRESHOLD FLAG FOR EACH RATE.                    *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MORE AGENTS OR AGENT/COHORTS THAN THE TABLES HOLD - THE      *
      *     OVERFLOW IS COUNTED AND DISPLAYED                            *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                          *
      *     CKETRGET ---- TRAILER GET ELEMENT                           *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYAGTPER WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.

           05 PERS-OUT-FILE-STATUS           PIC X(02).

           05 MISC-CONSTANTS.
              10 WS-HEX-VALUES   PIC S9(13) COMP-3
                                 VALUE +0001020304050.
              10 WS-HEX-TABLE REDEFINES WS-HEX-VALUES.
                 15 HEX-00       PIC X.
                 15 HEX-01       PIC X.
                 15 HEX-02       PIC X.
                 15 HEX-03       PIC X.
                 15 HEX-04       PIC X.
                 15 HEX-05       PIC X.
                 15 FILLER       PIC X.

           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.
           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 ROSTER-EOF-IND                PIC X(1).
              88 ROSTER-EOF                 VALUE 'Y'.

           05 WS-IO-CODE                    PIC X(1).
              88 OPEN-INFORCE-FILE          VALUE '6'.
              88 CLOSE-INFORCE-FILE         VALUE '5'.
              88 READ-INFORCE-FILE          VALUE '8'.

           05 INFORCE-FILE-LENGTH      COMP SYNC PIC S9(4) VALUE +12.
           05 INF-RECORD-KEY.
              10 INFORCE-KEY-FILE-CODE      PIC X.
              10 INFORCE-KEY-USER-ID        PIC X.
              10 INFORCE-KEY-POL-NUM        PIC X(10).

           05 INFORCE-BASIC-LENGTH    COMP SYNC PIC S9(4).
           05 INFORCE-PRMAX           COMP PIC 9(4).
           05 INFORCE-MAX-SEGS        COMP PIC S9(4) VALUE +4000.

           05 INFORCE-VSAMX-INFO.
              10 FILLER              PIC X(7) VALUE 'FVDUNLD'.
              10 FILLER              PIC X VALUE LOW-VALUE.
              10 FILLER              PIC X VALUE ' '.
              10 FILLER              PIC X(08) VALUE LOW-VALUES.

           05 HISTORY-VSAMX-INFO.
              10 FILLER              PIC X(7) VALUE 'FVDULHD'.
              10 FILLER              PIC X VALUE LOW-VALUE.
              10 FILLER              PIC X VALUE ' '.
              10 FILLER              PIC X(11) VALUE LOW-VALUES.

           05 HISTORY-FILE-LENGTH     COMP SYNC PIC S9(4) VALUE +20.

           05 WS-SEG-ID               PIC X(02).
           05 WS-SEG-SEQ              PIC S9(04) COMP-3 VALUE +0.
           05 WS-SEG-WORK-AREA        PIC X(25000) VALUE SPACE.

      * LAPSE/SURRENDER CLASSIFICATION - THE TRANSACTION TYPES NYLAPSRP
      * TALLIES AS A LAPSE OR SURRENDER, LESS TERM-DEATH
           05 CHECK-TRANS-OUT                      PIC X(02).
              88 ALL-WITHDRAWAL                    VALUES
                                  'SG', 'SN', 'SM', 'SH',
                                  'SF', 'SQ'.
              88 REINST-PAYMENT                    VALUES 'PU','PB'.

      * PERSISTENCY THRESHOLDS - SYSIPT OVERRIDABLE
           05 WS-MIN-PERS-13          PIC 9(03) VALUE 080.
           05 WS-MIN-PERS-25          PIC 9(03) VALUE 070.

      * RUN DATE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR         PIC 9(02).
              10 WS-CURR-MO           PIC 9(02).
              10 WS-CURR-DAY          PIC 9(02).
           05 WS-RUN-CCYY             PIC 9(04) VALUE ZERO.

      * CURRENT POLICY
           05 WS-ISSUE-DATE.
              10 WS-ISSUE-MM          PIC 9(02).
              10 WS-ISSUE-DD          PIC 9(02).
              10 WS-ISSUE-CCYY        PIC 9(04).
           05 WS-COHORT.
              10 WS-COHORT-CCYY       PIC 9(04).
              10 WS-COHORT-MM         PIC 9(02).
           05 WS-AGENT-NUMBER         PIC X(10).
           05 WS-MONTHS-INFORCE       PIC S9(05) COMP-3 VALUE +0.
           05 WS-TERM-MONTHS          PIC S9(05) COMP-3 VALUE +0.
           05 WS-EXP-13               PIC S9(01) COMP-3 VALUE +0.
           05 WS-PER-13               PIC S9(01) COMP-3 VALUE +0.
           05 WS-EXP-25               PIC S9(01) COMP-3 VALUE +0.
           05 WS-PER-25               PIC S9(01) COMP-3 VALUE +0.

      * COHORT TABLE SEARCH/INSERT
           05 WS-CO-KEY.
              10 WS-CO-KEY-AGENT      PIC X(10).
              10 WS-CO-KEY-COHORT     PIC X(06).
           05 WS-CO-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-SHIFT-SUB            PIC S9(05) COMP-3 VALUE +0.
           05 WS-AR-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-CT-SUB               PIC S9(05) COMP-3 VALUE +0.

      * CONTROL-BREAK ACCUMULATORS
           05 WS-PRIOR-AGENT          PIC X(10).
           05 WS-AGT-CONTRACT-TYPE    PIC X(02).
           05 WS-AGT-EXP-13           PIC S9(07) COMP-3 VALUE +0.
           05 WS-AGT-PER-13           PIC S9(07) COMP-3 VALUE +0.
           05 WS-AGT-EXP-25           PIC S9(07) COMP-3 VALUE +0.
           05 WS-AGT-PER-25           PIC S9(07) COMP-3 VALUE +0.
           05 WS-TOT-EXP-13           PIC S9(07) COMP-3 VALUE +0.
           05 WS-TOT-PER-13           PIC S9(07) COMP-3 VALUE +0.
           05 WS-TOT-EXP-25           PIC S9(07) COMP-3 VALUE +0.
           05 WS-TOT-PER-25           PIC S9(07) COMP-3 VALUE +0.
           05 WS-RATE-13              PIC S9(03)V99 COMP-3 VALUE +0.
           05 WS-RATE-25              PIC S9(03)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-ROSTER-LOADED-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-ROSTER-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-POLICY-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-POLICY-MEASURED-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-HISTORY-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-COHORT-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-AGENTS-FLAGGED-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-REPORT-ROW-CNT       PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  AGENT NAME AND CONTRACT TYPE OFF NYAGTPRD'S ROSTER             *
      ********************************************************************

       01 AGENT-ROSTER-TABLE.
           05 AR-USED                PIC S9(05) COMP-3 VALUE +0.
           05 AR-ENTRY OCCURS 3000 TIMES.
               10 AR-AGENT-NUMBER     PIC X(10).
               10 AR-AGENT-NAME       PIC X(30).
               10 AR-CONTRACT-TYPE    PIC X(02).

      ********************************************************************
      *  EXPOSED/PERSISTING COUNTS BY AGENT AND ISSUE-MONTH COHORT,     *
      *  HELD IN AGENT/COHORT ORDER                                     *
      ********************************************************************

       01 COHORT-TABLE.
           05 CO-USED                PIC S9(05) COMP-3 VALUE +0.
           05 CO-ENTRY OCCURS 20000 TIMES.
               10 CO-KEY.
                  15 CO-AGENT-NUMBER  PIC X(10).
                  15 CO-COHORT        PIC X(06).
               10 CO-EXP-13           PIC S9(07) COMP-3.
               10 CO-PER-13           PIC S9(07) COMP-3.
               10 CO-EXP-25           PIC S9(07) COMP-3.
               10 CO-PER-25           PIC S9(07) COMP-3.

      ********************************************************************
      *  ROLL-UP BY AGENT CONTRACT TYPE                                 *
      ********************************************************************

       01 CONTRACT-TYPE-TABLE.
           05 CT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 CT-ENTRY OCCURS 50 TIMES.
               10 CT-CONTRACT-TYPE    PIC X(02).
               10 CT-EXP-13           PIC S9(07) COMP-3.
               10 CT-PER-13           PIC S9(07) COMP-3.
               10 CT-EXP-25           PIC S9(07) COMP-3.
               10 CT-PER-25           PIC S9(07) COMP-3.
       EJECT

      ********************************************************************
      *  NYAGTPRD ROSTER DETAIL ROW                                     *
      ********************************************************************

       01 AP-ROSTER-RECORD.
           05 AP-RECORD-TYPE         PIC X(01).
              88 AP-DETAIL-RECORD    VALUE 'D'.
           05 FILLER                 PIC X(01).
           05 AP-AGENT-NUMBER        PIC X(10).
           05 FILLER                 PIC X(01).
           05 AP-AGENT-NAME          PIC X(30).
           05 FILLER                 PIC X(01).
           05 AP-AGENT-STATUS        PIC X(10).
           05 FILLER                 PIC X(01).
           05 AP-CONTRACT-TYPE       PIC X(02).
           05 FILLER                 PIC X(43).
       EJECT

      ********************************************************************
      *  PERSISTENCY SCORECARD RECORD                                   *
      ********************************************************************

       01 PR-PERS-RECORD.
           05 PR-RECORD-TYPE         PIC X(01).
              88 PR-COHORT-ROW       VALUE 'C'.
              88 PR-AGENT-ROW        VALUE 'A'.
              88 PR-TYPE-ROW         VALUE 'T'.
              88 PR-GRAND-ROW        VALUE 'G'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-AGENT-NUMBER        PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-AGENT-NAME          PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-CONTRACT-TYPE       PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-COHORT              PIC X(06).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-EXP-13              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-PER-13              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-RATE-13             PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-EXP-25              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-PER-25              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-RATE-25             PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-BELOW-13-IND        PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-BELOW-25-IND        PIC X(01).
           05 FILLER                 PIC X(47).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYAGTPER WORKING STORAGE ENDS  '.
       EJECT

      ********************************************************************
      *            INFORCE RECORD CONTROL SECTION                       *
      ********************************************************************

       01 INFORCE-FILE-AREA.
          05 INFORCE-REC-LENGTH  PIC S9(4) COMP.
          05 INFORCE-FILE-KEY.
             10 INFORCE-REC-ID   PIC X(01).
             10 INFORCE-USER-ID  PIC X(1).
             10 INFORCE-POL-NUMBER PIC X(10).
          05 INFORCE-IO-STAT     PIC X(01).
          05 FILLER               PIC X(64985).
       EJECT

       01 INFORCE-FILE-DCB.
          COPY CKDCBMAX.
       EJECT

       01 INFORCE-FILE-AUXDCB      PIC X(25000).
       01 HISTORY-FILE-AUXDCB      PIC X(25000).
       EJECT

      ********************************************************************
      *            HISTORY RECORD CONTROL SECTION                       *
      ********************************************************************

       COPY CKNRECRC.
       05 FILLER                   PIC X(13980).
       EJECT

       01 HISTORY-FILE-DCB.
          COPY CKDCBLRG.
          COPY CKUBGPRM.
       EJECT

       COPY CKFRECCV.
       EJECT

       01 TRANSACTION-SEGMENT.
          COPY CKFRECTX.
       EJECT

      * AUXSEG1 RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-INF-DCB.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE
                         BY INFORCE-AUX-SDT.
       EJECT

      * AUXSEGH RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-HIST-DCB.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE
                         BY HISTORY-AUX-SDT.
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

           PERFORM 2000-MEASURE-POLICIES
               THRU 2099-MEASURE-POLICIES-EXIT
               UNTIL END-OF-VSAM.

           PERFORM 3000-WRITE-SCORECARD
               THRU 3099-WRITE-SCORECARD-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE SPACE TO ROSTER-EOF-IND.

           ACCEPT WS-CURR-DATE FROM DATE.
           COMPUTE WS-RUN-CCYY = 2000 + WS-CURR-YEAR.

      * READ THE OPTIONAL THRESHOLD CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:3) NUMERIC
                   MOVE CONTROL-CARD-REC (1:3) TO WS-MIN-PERS-13
               END-IF
               IF CONTROL-CARD-REC (5:3) NUMERIC
                   MOVE CONTROL-CARD-REC (5:3) TO WS-MIN-PERS-25
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'MINIMUM 13-MONTH PERSISTENCY: ' WS-MIN-PERS-13.
           DISPLAY 'MINIMUM 25-MONTH PERSISTENCY: ' WS-MIN-PERS-25.

           OPEN INPUT  ROSTER-IN-FILE.
           OPEN OUTPUT PERS-OUT-FILE.
           IF PERS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PERSISTENCY REPORT: '
                       PERS-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1200-LOAD-ROSTER
               THRU 1299-LOAD-ROSTER-EXIT
               UNTIL ROSTER-EOF.
           CLOSE ROSTER-IN-FILE.

           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           SET OPEN-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
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

           MOVE LOW-VALUES TO HISTORY-FILE-DCB.
           INITIALIZE HISTORY-RECORD.
           MOVE HISTORY-VSAMX-INFO TO UBHIST-HISTORY-VSAMX.
           SET OPEN-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
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

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

       1200-LOAD-ROSTER.

           READ ROSTER-IN-FILE INTO AP-ROSTER-RECORD
               AT END
                   SET ROSTER-EOF TO TRUE
                   GO TO 1299-LOAD-ROSTER-EXIT
           END-READ.

           IF NOT AP-DETAIL-RECORD
               OR AP-AGENT-NUMBER EQUAL SPACE
               GO TO 1299-LOAD-ROSTER-EXIT
           END-IF.

           IF AR-USED NOT LESS THAN +3000
               ADD +1 TO WS-ROSTER-OVFL-CNT
               GO TO 1299-LOAD-ROSTER-EXIT
           END-IF.

           ADD +1 TO AR-USED.
           ADD +1 TO WS-ROSTER-LOADED-CNT.
           MOVE AP-AGENT-NUMBER  TO AR-AGENT-NUMBER (AR-USED).
           MOVE AP-AGENT-NAME    TO AR-AGENT-NAME (AR-USED).
           MOVE AP-CONTRACT-TYPE TO AR-CONTRACT-TYPE (AR-USED).

       1299-LOAD-ROSTER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BROWSE VSAM2 - EACH VUL18 POLICY OLD ENOUGH TO BE EXPOSED IS   *
      *  MEASURED AGAINST ITS SEGMENT-69 HISTORY                        *
      ********************************************************************

       2000-MEASURE-POLICIES.

           ADD +1 TO WS-POLICY-READ-CNT.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

           MOVE '02' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 INFORCE-FILE-DCB.
           IF WS-IO-CODE NOT = '0'
               GO TO 2080-NEXT-POLICY
           END-IF.
           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF PLAN-CODE (1:5) NOT EQUAL 'VUL18'
               OR ISSUE-DATE OF CV-SEGMENT NOT NUMERIC
               GO TO 2080-NEXT-POLICY
           END-IF.

      * WHOLE MONTHS IN FORCE AT THE RUN DATE
           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE.
           COMPUTE WS-MONTHS-INFORCE =
               (WS-RUN-CCYY - WS-ISSUE-CCYY) * 12 +
               (WS-CURR-MO - WS-ISSUE-MM).
           IF WS-CURR-DAY LESS THAN WS-ISSUE-DD
               SUBTRACT 1 FROM WS-MONTHS-INFORCE
           END-IF.

      * NOT ON THE BOOKS 13 MONTHS YET - NOT EXPOSED
           IF WS-MONTHS-INFORCE LESS THAN 13
               GO TO 2080-NEXT-POLICY
           END-IF.

           PERFORM 2200-FIND-TERMINATION
               THRU 2299-FIND-TERMINATION-EXIT.

           MOVE +1 TO WS-EXP-13.
           MOVE ZERO TO WS-PER-13 WS-EXP-25 WS-PER-25.
           IF WS-TERM-MONTHS NOT LESS THAN 13
               MOVE +1 TO WS-PER-13
           END-IF.
           IF WS-MONTHS-INFORCE NOT LESS THAN 25
               MOVE +1 TO WS-EXP-25
               IF WS-TERM-MONTHS NOT LESS THAN 25
                   MOVE +1 TO WS-PER-25
               END-IF
           END-IF.

           MOVE AGT-NUMBER OF CV-SEGMENT TO WS-AGENT-NUMBER.
           MOVE WS-ISSUE-CCYY TO WS-COHORT-CCYY.
           MOVE WS-ISSUE-MM   TO WS-COHORT-MM.
           PERFORM 2400-POST-TO-COHORT
               THRU 2499-POST-TO-COHORT-EXIT.
           ADD +1 TO WS-POLICY-MEASURED-CNT.

       2080-NEXT-POLICY.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       2099-MEASURE-POLICIES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CONTRACT MONTH OF THE LAPSE/SURRENDER STILL STANDING AT THE    *
      *  END OF THE SEGMENT-69 WALK (999 WHEN THERE IS NONE). TXASOF IS *
      *  THE CONTRACT DURATION YEAR AND DAY.                            *
      ********************************************************************

       2200-FIND-TERMINATION.

           MOVE 999 TO WS-TERM-MONTHS.

           MOVE 'H'    TO NRCSRCHK-REC-ID.
           MOVE HEX-00 TO NRCSRCHK-USER-ID.
           MOVE INFORCE-POL-NUMBER TO NRCSRCHK-POL-NUMBER.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY.
           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-HISTORY-CNT
               GO TO 2299-FIND-TERMINATION-EXIT
           END-IF.

           PERFORM 2350-BUILD-HISTORY-SDT
               THRU 2359-BUILD-HISTORY-SDT-EXIT.
           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-HISTORY-CNT
               GO TO 2299-FIND-TERMINATION-EXIT
           END-IF.

           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2250-SCAN-NEXT-SEG-69.

           ADD +1 TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 HISTORY-FILE-DCB.
           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2299-FIND-TERMINATION-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF ALL-WITHDRAWAL AND WS-TERM-MONTHS EQUAL 999
               COMPUTE WS-TERM-MONTHS =
                   (TXASOF-YEAR * 12) + ((TXASOF-DAY * 12) / 365)
           END-IF.

           IF REINST-PAYMENT
               MOVE 999 TO WS-TERM-MONTHS
           END-IF.

           GO TO 2250-SCAN-NEXT-SEG-69.

       2299-FIND-TERMINATION-EXIT.
           EXIT.
       EJECT

      * BUILD THE SEGMENT TRAILER LIST FOR THE INFORCE RECORD CURRENTLY
      * HELD IN INFORCE-FILE-AREA - SAME SEQUENCE NYOWNCOR USES
       2310-BUILD-SEGMENT-TABLE.

           MOVE 'C' TO AUXEFLG1 OF AUX-INF-DCB.
           MOVE 'S' TO AUXEFLG2 OF AUX-INF-DCB.
           MOVE 'I' TO AUXEFLG3 OF AUX-INF-DCB.
           MOVE 'F' TO AUXEFLG4 OF AUX-INF-DCB.
           MOVE 'V' TO AUXEFLG6 OF AUX-INF-DCB.

           MOVE AUX-INF-DCB TO INFORCE-FILE-AUXDCB.

           MOVE LENGTH OF INFORCE-FILE-AREA TO INFORCE-BASIC-LENGTH.

           MOVE '0' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                 INFORCE-FILE-AREA
                                 INFORCE-FILE-DCB
                                 INFORCE-BASIC-LENGTH
                                 INFORCE-PRMAX
                                 INFORCE-MAX-SEGS
                                 INFORCE-FILE-AUXDCB
                                 INFORCE-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'ERROR IN SDT BUILD AUX1, RC = ' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       2319-BUILD-SEGMENT-TABLE-EXIT.
           EXIT.
       EJECT

      * BUILD THE SEGMENT TRAILER LIST FOR THE HISTORY RECORD JUST READ
       2350-BUILD-HISTORY-SDT.

           MOVE 'C' TO AUXEFLG1 OF AUX-HIST-DCB.
           MOVE 'S' TO AUXEFLG2 OF AUX-HIST-DCB.
           MOVE 'I' TO AUXEFLG3 OF AUX-HIST-DCB.
           MOVE 'F' TO AUXEFLG4 OF AUX-HIST-DCB.
           MOVE 'V' TO AUXEFLG6 OF AUX-HIST-DCB.

           MOVE AUX-HIST-DCB TO HISTORY-FILE-AUXDCB.

           MOVE '0' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                 HISTORY-RECORD
                                 HISTORY-FILE-DCB
                                 INFORCE-BASIC-LENGTH
                                 INFORCE-PRMAX
                                 INFORCE-MAX-SEGS
                                 HISTORY-FILE-AUXDCB
                                 HISTORY-AUX-SDT.

       2359-BUILD-HISTORY-SDT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  POST THE POLICY TO ITS AGENT/COHORT ENTRY, INSERTING A NEW     *
      *  ENTRY IN KEY ORDER WHEN THE COMBINATION IS FIRST SEEN          *
      ********************************************************************

       2400-POST-TO-COHORT.

           MOVE WS-AGENT-NUMBER TO WS-CO-KEY-AGENT.
           MOVE WS-COHORT       TO WS-CO-KEY-COHORT.
           MOVE ZERO TO WS-CO-SUB.

       2420-SEARCH-COHORT.

           ADD +1 TO WS-CO-SUB.
           IF WS-CO-SUB NOT GREATER THAN CO-USED
               IF CO-KEY (WS-CO-SUB) LESS THAN WS-CO-KEY
                   GO TO 2420-SEARCH-COHORT
               END-IF
               IF CO-KEY (WS-CO-SUB) EQUAL WS-CO-KEY
                   GO TO 2480-ADD-COUNTS
               END-IF
           END-IF.

      * NEW COMBINATION - OPEN A SLOT AT WS-CO-SUB
           IF CO-USED NOT LESS THAN +20000
               ADD +1 TO WS-COHORT-OVFL-CNT
               GO TO 2499-POST-TO-COHORT-EXIT
           END-IF.

           MOVE CO-USED TO WS-SHIFT-SUB.
           PERFORM 2450-SHIFT-ONE-ENTRY
               THRU 2459-SHIFT-ONE-ENTRY-EXIT
               UNTIL WS-SHIFT-SUB LESS THAN WS-CO-SUB.
           ADD +1 TO CO-USED.

           MOVE WS-CO-KEY TO CO-KEY (WS-CO-SUB).
           MOVE ZERO TO CO-EXP-13 (WS-CO-SUB) CO-PER-13 (WS-CO-SUB)
                        CO-EXP-25 (WS-CO-SUB) CO-PER-25 (WS-CO-SUB).

       2480-ADD-COUNTS.

           ADD WS-EXP-13 TO CO-EXP-13 (WS-CO-SUB).
           ADD WS-PER-13 TO CO-PER-13 (WS-CO-SUB).
           ADD WS-EXP-25 TO CO-EXP-25 (WS-CO-SUB).
           ADD WS-PER-25 TO CO-PER-25 (WS-CO-SUB).

       2499-POST-TO-COHORT-EXIT.
           EXIT.
       EJECT

       2450-SHIFT-ONE-ENTRY.

           MOVE CO-ENTRY (WS-SHIFT-SUB) TO CO-ENTRY (WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       2459-SHIFT-ONE-ENTRY-EXIT.
           EXIT.
       EJECT

       2500-READ-NEXT-POLICY.

           SET READ-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE
                      INFORCE-FILE-AREA
                      INFORCE-FILE-LENGTH
                      INF-RECORD-KEY
                      INFORCE-VSAMX-INFO.
           IF WS-IO-CODE = '6'
               OR INFORCE-POL-NUMBER EQUAL HIGH-VALUES
               SET END-OF-VSAM TO TRUE
               GO TO 2599-READ-NEXT-POLICY-EXIT
           END-IF.

      * SKIP THE FILE CONTROL RECORD, THE SAME WAY THE DAILY FILEPASS
      * BROWSES DO - IT CARRIES NO SEGMENTS
           IF INFORCE-POL-NUMBER EQUAL 'A'
               GO TO 2500-READ-NEXT-POLICY
           END-IF.

           IF WS-IO-CODE NOT = '0'
               DISPLAY 'VSAM2 READ FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       2599-READ-NEXT-POLICY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  WALK THE COHORT TABLE IN AGENT ORDER: COHORT ROWS, AN AGENT    *
      *  TOTAL AT EACH AGENT BREAK, THEN THE CONTRACT-TYPE ROLL-UP AND  *
      *  THE GRAND TOTAL                                                *
      ********************************************************************

       3000-WRITE-SCORECARD.

           MOVE SPACE TO WS-PRIOR-AGENT.
           MOVE ZERO TO WS-CO-SUB.

       3020-NEXT-COHORT.

           ADD +1 TO WS-CO-SUB.
           IF WS-CO-SUB GREATER THAN CO-USED
               GO TO 3080-FINAL-TOTALS
           END-IF.

           IF CO-AGENT-NUMBER (WS-CO-SUB) NOT EQUAL WS-PRIOR-AGENT
               IF WS-CO-SUB GREATER THAN 1
                   PERFORM 3200-WRITE-AGENT-TOTAL
                       THRU 3299-WRITE-AGENT-TOTAL-EXIT
               END-IF
               MOVE CO-AGENT-NUMBER (WS-CO-SUB) TO WS-PRIOR-AGENT
               MOVE ZERO TO WS-AGT-EXP-13 WS-AGT-PER-13
                            WS-AGT-EXP-25 WS-AGT-PER-25
           END-IF.

           ADD CO-EXP-13 (WS-CO-SUB) TO WS-AGT-EXP-13.
           ADD CO-PER-13 (WS-CO-SUB) TO WS-AGT-PER-13.
           ADD CO-EXP-25 (WS-CO-SUB) TO WS-AGT-EXP-25.
           ADD CO-PER-25 (WS-CO-SUB) TO WS-AGT-PER-25.

           INITIALIZE PR-PERS-RECORD.
           SET PR-COHORT-ROW TO TRUE.
           MOVE CO-AGENT-NUMBER (WS-CO-SUB) TO PR-AGENT-NUMBER.
           MOVE CO-COHORT (WS-CO-SUB)       TO PR-COHORT.
           MOVE CO-EXP-13 (WS-CO-SUB)       TO PR-EXP-13.
           MOVE CO-PER-13 (WS-CO-SUB)       TO PR-PER-13.
           MOVE CO-EXP-25 (WS-CO-SUB)       TO PR-EXP-25.
           MOVE CO-PER-25 (WS-CO-SUB)       TO PR-PER-25.
           PERFORM 3800-COMPUTE-RATES
               THRU 3899-COMPUTE-RATES-EXIT.
           PERFORM 3900-WRITE-PERS-ROW
               THRU 3999-WRITE-PERS-ROW-EXIT.

           GO TO 3020-NEXT-COHORT.

       3080-FINAL-TOTALS.

           IF CO-USED GREATER THAN ZERO
               PERFORM 3200-WRITE-AGENT-TOTAL
                   THRU 3299-WRITE-AGENT-TOTAL-EXIT
           END-IF.

           MOVE ZERO TO WS-CT-SUB.
           PERFORM 3400-WRITE-TYPE-TOTAL
               THRU 3499-WRITE-TYPE-TOTAL-EXIT
               UNTIL WS-CT-SUB NOT LESS THAN CT-USED.

           INITIALIZE PR-PERS-RECORD.
           SET PR-GRAND-ROW TO TRUE.
           MOVE 'COMPANY TOTAL'  TO PR-AGENT-NAME.
           MOVE WS-TOT-EXP-13    TO PR-EXP-13.
           MOVE WS-TOT-PER-13    TO PR-PER-13.
           MOVE WS-TOT-EXP-25    TO PR-EXP-25.
           MOVE WS-TOT-PER-25    TO PR-PER-25.
           MOVE WS-TOT-EXP-13    TO WS-AGT-EXP-13.
           MOVE WS-TOT-PER-13    TO WS-AGT-PER-13.
           MOVE WS-TOT-EXP-25    TO WS-AGT-EXP-25.
           MOVE WS-TOT-PER-25    TO WS-AGT-PER-25.
           PERFORM 3850-COMPUTE-TOTAL-RATES
               THRU 3859-COMPUTE-TOTAL-RATES-EXIT.
           PERFORM 3900-WRITE-PERS-ROW
               THRU 3999-WRITE-PERS-ROW-EXIT.

       3099-WRITE-SCORECARD-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  AGENT TOTAL - FLAGGED AGAINST THE THRESHOLDS AND POSTED TO ITS *
      *  CONTRACT TYPE                                                  *
      ********************************************************************

       3200-WRITE-AGENT-TOTAL.

           MOVE SPACE TO WS-AGT-CONTRACT-TYPE.
           INITIALIZE PR-PERS-RECORD.
           SET PR-AGENT-ROW TO TRUE.
           MOVE WS-PRIOR-AGENT TO PR-AGENT-NUMBER.
           MOVE 'NOT ON ROSTER' TO PR-AGENT-NAME.
           MOVE ZERO TO WS-AR-SUB.

       3220-SEARCH-ROSTER.

           ADD +1 TO WS-AR-SUB.
           IF WS-AR-SUB NOT GREATER THAN AR-USED
               IF AR-AGENT-NUMBER (WS-AR-SUB) EQUAL WS-PRIOR-AGENT
                   MOVE AR-AGENT-NAME (WS-AR-SUB) TO PR-AGENT-NAME
                   MOVE AR-CONTRACT-TYPE (WS-AR-SUB)
                       TO WS-AGT-CONTRACT-TYPE
               ELSE
                   GO TO 3220-SEARCH-ROSTER
               END-IF
           END-IF.

           MOVE WS-AGT-CONTRACT-TYPE TO PR-CONTRACT-TYPE.
           MOVE WS-AGT-EXP-13 TO PR-EXP-13.
           MOVE WS-AGT-PER-13 TO PR-PER-13.
           MOVE WS-AGT-EXP-25 TO PR-EXP-25.
           MOVE WS-AGT-PER-25 TO PR-PER-25.
           PERFORM 3850-COMPUTE-TOTAL-RATES
               THRU 3859-COMPUTE-TOTAL-RATES-EXIT.

           MOVE 'N' TO PR-BELOW-13-IND.
           MOVE 'N' TO PR-BELOW-25-IND.
           IF WS-AGT-EXP-13 GREATER THAN ZERO
               AND WS-RATE-13 LESS THAN WS-MIN-PERS-13
               MOVE 'Y' TO PR-BELOW-13-IND
           END-IF.
           IF WS-AGT-EXP-25 GREATER THAN ZERO
               AND WS-RATE-25 LESS THAN WS-MIN-PERS-25
               MOVE 'Y' TO PR-BELOW-25-IND
           END-IF.
           IF PR-BELOW-13-IND EQUAL 'Y' OR PR-BELOW-25-IND EQUAL 'Y'
               ADD +1 TO WS-AGENTS-FLAGGED-CNT
           END-IF.

           PERFORM 3900-WRITE-PERS-ROW
               THRU 3999-WRITE-PERS-ROW-EXIT.

           ADD WS-AGT-EXP-13 TO WS-TOT-EXP-13.
           ADD WS-AGT-PER-13 TO WS-TOT-PER-13.
           ADD WS-AGT-EXP-25 TO WS-TOT-EXP-25.
           ADD WS-AGT-PER-25 TO WS-TOT-PER-25.

           MOVE ZERO TO WS-CT-SUB.

       3240-SEARCH-CONTRACT-TYPE.

           ADD +1 TO WS-CT-SUB.
           IF WS-CT-SUB GREATER THAN CT-USED
               IF CT-USED NOT LESS THAN +50
                   GO TO 3299-WRITE-AGENT-TOTAL-EXIT
               END-IF
               ADD +1 TO CT-USED
               MOVE CT-USED TO WS-CT-SUB
               MOVE WS-AGT-CONTRACT-TYPE TO CT-CONTRACT-TYPE (WS-CT-SUB)
               MOVE ZERO TO CT-EXP-13 (WS-CT-SUB) CT-PER-13 (WS-CT-SUB)
                            CT-EXP-25 (WS-CT-SUB) CT-PER-25 (WS-CT-SUB)
           END-IF.

           IF CT-CONTRACT-TYPE (WS-CT-SUB) NOT EQUAL
                   WS-AGT-CONTRACT-TYPE
               GO TO 3240-SEARCH-CONTRACT-TYPE
           END-IF.

           ADD WS-AGT-EXP-13 TO CT-EXP-13 (WS-CT-SUB).
           ADD WS-AGT-PER-13 TO CT-PER-13 (WS-CT-SUB).
           ADD WS-AGT-EXP-25 TO CT-EXP-25 (WS-CT-SUB).
           ADD WS-AGT-PER-25 TO CT-PER-25 (WS-CT-SUB).

       3299-WRITE-AGENT-TOTAL-EXIT.
           EXIT.
       EJECT

       3400-WRITE-TYPE-TOTAL.

           ADD +1 TO WS-CT-SUB.
           INITIALIZE PR-PERS-RECORD.
           SET PR-TYPE-ROW TO TRUE.
           MOVE CT-CONTRACT-TYPE (WS-CT-SUB) TO PR-CONTRACT-TYPE.
           MOVE 'CONTRACT TYPE TOTAL'        TO PR-AGENT-NAME.
           MOVE CT-EXP-13 (WS-CT-SUB)        TO PR-EXP-13 WS-AGT-EXP-13.
           MOVE CT-PER-13 (WS-CT-SUB)        TO PR-PER-13 WS-AGT-PER-13.
           MOVE CT-EXP-25 (WS-CT-SUB)        TO PR-EXP-25 WS-AGT-EXP-25.
           MOVE CT-PER-25 (WS-CT-SUB)        TO PR-PER-25 WS-AGT-PER-25.
           PERFORM 3850-COMPUTE-TOTAL-RATES
               THRU 3859-COMPUTE-TOTAL-RATES-EXIT.
           PERFORM 3900-WRITE-PERS-ROW
               THRU 3999-WRITE-PERS-ROW-EXIT.

       3499-WRITE-TYPE-TOTAL-EXIT.
           EXIT.
       EJECT

      * PERSISTENCY PERCENT FOR THE COHORT ENTRY AT WS-CO-SUB
       3800-COMPUTE-RATES.

           MOVE ZERO TO WS-RATE-13 WS-RATE-25.
           IF CO-EXP-13 (WS-CO-SUB) GREATER THAN ZERO
               COMPUTE WS-RATE-13 ROUNDED =
                   CO-PER-13 (WS-CO-SUB) * 100 / CO-EXP-13 (WS-CO-SUB)
           END-IF.
           IF CO-EXP-25 (WS-CO-SUB) GREATER THAN ZERO
               COMPUTE WS-RATE-25 ROUNDED =
                   CO-PER-25 (WS-CO-SUB) * 100 / CO-EXP-25 (WS-CO-SUB)
           END-IF.
           MOVE WS-RATE-13 TO PR-RATE-13.
           MOVE WS-RATE-25 TO PR-RATE-25.

       3899-COMPUTE-RATES-EXIT.
           EXIT.
       EJECT

      * PERSISTENCY PERCENT FOR THE TOTAL HELD IN THE WS-AGT- FIELDS
       3850-COMPUTE-TOTAL-RATES.

           MOVE ZERO TO WS-RATE-13 WS-RATE-25.
           IF WS-AGT-EXP-13 GREATER THAN ZERO
               COMPUTE WS-RATE-13 ROUNDED =
                   WS-AGT-PER-13 * 100 / WS-AGT-EXP-13
           END-IF.
           IF WS-AGT-EXP-25 GREATER THAN ZERO
               COMPUTE WS-RATE-25 ROUNDED =
                   WS-AGT-PER-25 * 100 / WS-AGT-EXP-25
           END-IF.
           MOVE WS-RATE-13 TO PR-RATE-13.
           MOVE WS-RATE-25 TO PR-RATE-25.

       3859-COMPUTE-TOTAL-RATES-EXIT.
           EXIT.
       EJECT

       3900-WRITE-PERS-ROW.

           WRITE PERS-OUT-REC FROM PR-PERS-RECORD.
           IF PERS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PERSISTENCY REPORT: '
                       PERS-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REPORT-ROW-CNT.

       3999-WRITE-PERS-ROW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE PERS-OUT-FILE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE.
           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
                      WS-IO-CODE.

           DISPLAY 'ROSTER AGENTS LOADED: '   WS-ROSTER-LOADED-CNT.
           DISPLAY 'ROSTER OVER TABLE: '      WS-ROSTER-OVFL-CNT.
           DISPLAY 'POLICIES READ: '          WS-POLICY-READ-CNT.
           DISPLAY 'POLICIES MEASURED: '      WS-POLICY-MEASURED-CNT.
           DISPLAY 'NO HISTORY RECORD: '      WS-NO-HISTORY-CNT.
           DISPLAY 'COHORTS OVER TABLE: '     WS-COHORT-OVFL-CNT.
           DISPLAY 'AGENTS BELOW THRESHOLD: ' WS-AGENTS-FLAGGED-CNT.
           DISPLAY 'REPORT ROWS WRITTEN: '    WS-REPORT-ROW-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
