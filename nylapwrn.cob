       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYLAPWRN.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT OURS-IN-FILE      ASSIGN TO OURINF.
           SELECT PRIOR-HST-FILE    ASSIGN TO CVHPRIOR.
           SELECT OWNER-IN-FILE     ASSIGN TO RPTOWN.
           SELECT TODAY-HST-FILE    ASSIGN TO CVHTODAY
               FILE STATUS IS TODAY-HST-FILE-STATUS.
           SELECT WARN-RPT-FILE     ASSIGN TO LAPWARN
               FILE STATUS IS WARN-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  OURS-IN-FILE
           RECORDING MODE IS F.
       01  OURS-IN-REC            PIC X(400).

       FD  PRIOR-HST-FILE
           RECORDING MODE IS F.
       01  PRIOR-HST-REC          PIC X(250).

       FD  OWNER-IN-FILE
           RECORDING MODE IS F.
       01  OWNER-IN-REC           PIC X(400).

       FD  TODAY-HST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TODAY-HST-REC          PIC X(250).

       FD  WARN-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WARN-RPT-REC           PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  LAPSE-PENDING EARLY WARNING. PREMDUE/NYPREMDN CATCH A MISSED   *
      *  PLANNED PREMIUM, BUT A VUL CAN STILL LAPSE WITH EVERY PREMIUM  *
      *  PAID WHEN THE MONTHLY DEDUCTIONS OUTRUN IT AND DRAIN THE CASH  *
      *  VALUE. THIS PROGRAM CARRIES A ROLLING CASH VALUE HISTORY PER   *
      *  POLICY AS A GDG (CVHPRIOR IN, CVHTODAY OUT), ADDING EACH RUN   *
      *  THE PVERESP CASH VALUE NYFPVUL'S 3700-MATCH-PVE-VALUE MERGED   *
      *  ONTO TODAY'S RPTOUT. UP TO 12 OBSERVATIONS ARE KEPT - THE      *
      *  LATEST RUN'S VALUE PLUS ANCHOR POINTS AT LEAST A WEEK APART -  *
      *  SO THE HISTORY SPANS ROUGHLY THE LAST THREE MONTHS. THE BURN   *
      *  RATE IS THE DROP FROM THE OLDEST OBSERVATION TO TODAY'S VALUE  *
      *  OVER THE DAYS BETWEEN THEM; TODAY'S VALUE DIVIDED BY THAT      *
      *  DAILY BURN PROJECTS THE DATE THE CASH VALUE REACHES ZERO.      *
      *  POLICIES PROJECTED TO RUN OUT WITHIN THE WARNING HORIZON       *
      *  (90 DAYS UNLESS OVERRIDDEN ON SYSIPT) ARE LISTED TO LAPWARN    *
      *  WITH THE OWNER OFF NYVULOWN'S RPTOWN AND THE SERVICING AGENT   *
      *  OFF RPTOUT, SO SERVICING CAN CALL BEFORE THE GRACE NOTICE.     *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYLAPWRN EXEC PGM=NYLAPWRN                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //OURINF   DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.OUTPUT.DATA       *
      * //RPTOWN   DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.OUTPUT.DATA      *
      * //CVHPRIOR DD DISP=SHR,DSN=T54.T9511F0.NYLAPWRN.CVHIST.DATA(0)   *
      * //CVHTODAY DD DSN=T54.T9511F0.NYLAPWRN.CVHIST.DATA(+1),          *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=250,BLKSIZE=0)                 *
      * //LAPWARN  DD DSN=T54.T9511F0.NYLAPWRN.WARNING.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //SYSIPT   DD *                                                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 WARNING HORIZON IN DAYS (DEFAULT 090).            *
      *       COLS 5-7 MINIMUM DAYS OF HISTORY BEFORE A BURN RATE IS     *
      *       TRUSTED (DEFAULT 030).                                     *
      *     OURINF - NYFPVUL'S RPTOUT. DETAIL ROWS ONLY; THE POLICY      *
      *       STATUS IS FIELD 2, AGENT NUMBER/NAME FIELDS 8/9, THE PVE   *
      *       CASH VALUE FIELD 16 AND THE STALE-VALUE FLAG FIELD 17.     *
      *       A STALE OR UNMATCHED (ZERO) VALUE ADDS NO OBSERVATION.     *
      *     RPTOWN - NYVULOWN'S OWNER EXTRACT, FOR THE OWNER NAME.       *
      *     CVHPRIOR/CVHTODAY - THE CASH VALUE HISTORY GDG. A POLICY     *
      *       NO LONGER ON RPTOUT, OR NOW TERMINATED, IS DROPPED.        *
      *     ALL INPUTS ARE IN ASCENDING POLICY ORDER.                    *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     CKDCEXIN ---- DATE CONVERSION                                *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYLAPWRN WORKING STORAGE BEGINS'.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 TODAY-HST-FILE-STATUS         PIC X(02).
           05 WARN-RPT-FILE-STATUS          PIC X(02).

           05 OURS-EOF-IND                  PIC X(1).
              88 OURS-EOF                   VALUE 'Y'.
           05 OURS-PEND-IND                 PIC X(1).
              88 OURS-ROW-PENDING           VALUE 'Y'.
              88 OURS-EXHAUSTED             VALUE 'N'.
           05 PRIOR-EOF-IND                 PIC X(1).
              88 PRIOR-EOF                  VALUE 'Y'.
           05 OWNER-EOF-IND                 PIC X(1).
              88 OWNER-EOF                  VALUE 'Y'.
           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.

           05 WS-DELIM-CHAR           PIC X(01).

           05 WS-OUR-STATUS           PIC X(02).
              88 WE-SHOW-TERMINATED   VALUES '98', '99'.
           05 WS-OUR-STALE-IND        PIC X(01).
              88 OUR-VALUE-STALE      VALUE 'Y'.
           05 WS-OUR-AGENT-NUMBER     PIC X(10).
           05 WS-OUR-AGENT-NAME       PIC X(30).
           05 WS-OUR-VALUE            PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-VALUE-ED             PIC X(12).
           05 WS-VAL-DIGITS.
              10 WS-VAL-INT            PIC 9(08).
              10 WS-VAL-DEC            PIC 9(02).
           05 WS-VAL-NUM REDEFINES WS-VAL-DIGITS
                                       PIC 9(08)V99.

      * WARNING HORIZON AND MINIMUM HISTORY SPAN - SYSIPT OVERRIDABLE
           05 WS-HORIZON-DAYS         PIC 9(03) VALUE 090.
           05 WS-MIN-SPAN-DAYS        PIC 9(03) VALUE 030.
           05 WS-ANCHOR-GAP-DAYS      PIC S9(03) COMP-3 VALUE +7.

      * RUN DATE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR         PIC 9(02).
              10 WS-CURR-MO           PIC 9(02).
              10 WS-CURR-DAY          PIC 9(02).
           05 WS-RUN-DATE.
              10 WS-RUN-MM            PIC 9(02).
              10 WS-RUN-DD            PIC 9(02).
              10 WS-RUN-CC            PIC 9(02) VALUE 20.
              10 WS-RUN-YY            PIC 9(02).
           05 WS-RUN-CCYY REDEFINES WS-RUN-DATE.
              10 FILLER               PIC X(04).
              10 WS-RUN-YEAR          PIC 9(04).

           05 WS-INT-RUN-DATE         COMP-3.
              10 WS-INT-RUN-YEAR      PIC S9(03).
              10 WS-INT-RUN-DAY       PIC S9(03).
           05 WS-INT-PT1-DATE         COMP-3.
              10 WS-INT-PT1-YEAR      PIC S9(03).
              10 WS-INT-PT1-DAY       PIC S9(03).
           05 WS-INT-PT2-DATE         COMP-3.
              10 WS-INT-PT2-YEAR      PIC S9(03).
              10 WS-INT-PT2-DAY       PIC S9(03).

      * BURN-RATE PROJECTION WORK FIELDS
           05 WS-PT-SUB               PIC S9(03) COMP-3 VALUE +0.
           05 WS-PT-GAP-DAYS          PIC S9(05) COMP-3 VALUE +0.
           05 WS-SPAN-DAYS            PIC S9(05) COMP-3 VALUE +0.
           05 WS-OLDEST-VALUE         PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-DAILY-BURN           PIC S9(09)V9(4) COMP-3 VALUE +0.
           05 WS-MONTHLY-BURN         PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-DAYS-TO-ZERO         PIC S9(07) COMP-3 VALUE +0.

      * PROJECTED ZERO-DATE ROLL-FORWARD
           05 WS-PRJ-DATE.
              10 WS-PRJ-MM            PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 WS-PRJ-DD            PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 WS-PRJ-YEAR          PIC 9(04).
           05 WS-PRJ-DAYS-LEFT        PIC S9(07) COMP-3 VALUE +0.
           05 WS-PRJ-MONTH-DAYS       PIC S9(03) COMP-3 VALUE +0.
           05 WS-PRJ-ROOM             PIC S9(03) COMP-3 VALUE +0.
           05 WS-LEAP-QUOT            PIC S9(05) COMP-3 VALUE +0.
           05 WS-LEAP-REM             PIC S9(03) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-OURS-CNT             PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-CNT            PIC S9(9) COMP-3 VALUE +0.
           05 WS-CARRIED-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-NEW-HIST-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-DROPPED-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-OBS-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-SHORT-HIST-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-WARNING-CNT          PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  DAYS-IN-MONTH TABLE FOR THE PROJECTED ZERO DATE                *
      ********************************************************************

       01 MONTH-DAYS-VALUES           PIC X(24)
           VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MD-DAYS OCCURS 12 TIMES PIC 9(02).

      ********************************************************************
      *  FIELD SPLIT AREA FOR OUR RPTOUT DETAIL ROW                     *
      ********************************************************************

       01 OUR-FIELD-TABLE.
           05 OF-FIELD OCCURS 20 TIMES PIC X(100).

       01 WS-OUR-ROW                 PIC X(400).
       01 WS-OUR-KEY                 PIC X(10).
       EJECT

      ********************************************************************
      *  OWNER EXTRACT VIEW (NYVULOWN RPTOWN)                           *
      ********************************************************************

       01 OW-OWNER-RECORD.
           05 OW-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 OW-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(349).
       EJECT

      ********************************************************************
      *  CASH VALUE HISTORY RECORD (CVHPRIOR IN / CVHTODAY OUT - SAME   *
      *  LAYOUT). HS-POINT (1) IS THE OLDEST OBSERVATION KEPT AND       *
      *  HS-POINT (HS-POINT-CNT) IS THE LATEST RUN'S. CVHPRIOR IS READ  *
      *  AHEAD INTO HP-PRIOR-RECORD; TODAY'S ROW IS BUILT IN            *
      *  HS-HISTORY-RECORD.                                             *
      ********************************************************************

       01 HS-HISTORY-RECORD.
           05 HS-POLICY-NUMBER       PIC X(10).
           05 HS-POINT-CNT           PIC 9(02).
           05 HS-POINT OCCURS 12 TIMES.
               10 HS-PT-DATE         PIC X(08).
               10 HS-PT-VALUE        PIC S9(09)V99.
           05 FILLER                 PIC X(10) VALUE SPACE.

       01 HP-PRIOR-RECORD.
           05 HP-POLICY-NUMBER       PIC X(10).
           05 HP-POINT-CNT           PIC 9(02).
           05 HP-POINT OCCURS 12 TIMES.
               10 HP-PT-DATE         PIC X(08).
               10 HP-PT-VALUE        PIC S9(09)V99.
           05 FILLER                 PIC X(10) VALUE SPACE.

       01 HS-HOLD-POINT.
           05 HS-HOLD-DATE           PIC X(08).
           05 HS-HOLD-VALUE          PIC S9(09)V99.
       EJECT

      ********************************************************************
      *  LAPSE-PENDING WARNING RECORD                                   *
      ********************************************************************

       01 LW-WARNING-RECORD.
           05 LW-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-POLICY-STATUS       PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-AGENT-NUMBER        PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-AGENT-NAME          PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-CASH-VALUE          PIC Z(7)9.99-.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-MONTHLY-BURN        PIC Z(7)9.99-.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-DAYS-TO-ZERO        PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-PROJECTED-ZERO-DATE PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-OLDEST-VALUE        PIC Z(7)9.99-.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 LW-HISTORY-DAYS        PIC ZZZZ9.
           05 FILLER                 PIC X(40).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYLAPWRN WORKING STORAGE ENDS  '.
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

           PERFORM 2000-MERGE-HISTORY
               THRU 2099-MERGE-HISTORY-EXIT
               UNTIL OURS-EXHAUSTED AND PRIOR-EOF.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO OURS-EOF-IND.
           MOVE SPACE TO PRIOR-EOF-IND.
           MOVE SPACE TO OWNER-EOF-IND.
           MOVE X'05' TO WS-DELIM-CHAR.
           MOVE SPACE TO OW-OWNER-RECORD.

           ACCEPT WS-CURR-DATE FROM DATE.
           MOVE WS-CURR-MO   TO WS-RUN-MM.
           MOVE WS-CURR-DAY  TO WS-RUN-DD.
           MOVE WS-CURR-YEAR TO WS-RUN-YY.
           CALL 'CKDCEXIN' USING WS-RUN-DATE WS-INT-RUN-DATE.

      * READ THE OPTIONAL HORIZON / MINIMUM-HISTORY CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:3) NUMERIC
                   MOVE CONTROL-CARD-REC (1:3) TO WS-HORIZON-DAYS
               END-IF
               IF CONTROL-CARD-REC (5:3) NUMERIC
                   MOVE CONTROL-CARD-REC (5:3) TO WS-MIN-SPAN-DAYS
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'WARNING HORIZON DAYS: ' WS-HORIZON-DAYS.
           DISPLAY 'MINIMUM HISTORY DAYS: ' WS-MIN-SPAN-DAYS.

           OPEN INPUT  OURS-IN-FILE.
           OPEN INPUT  PRIOR-HST-FILE.
           OPEN INPUT  OWNER-IN-FILE.
           OPEN OUTPUT TODAY-HST-FILE.
           IF TODAY-HST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASH VALUE HISTORY: '
                       TODAY-HST-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT WARN-RPT-FILE.
           IF WARN-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LAPSE WARNING FILE: '
                       WARN-RPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 2500-READ-PRIOR
               THRU 2599-READ-PRIOR-EXIT.
           PERFORM 2600-READ-OUR-DETAIL
               THRU 2699-READ-OUR-DETAIL-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  MATCH-MERGE TODAY'S RPTOUT AGAINST THE PRIOR HISTORY. A PRIOR  *
      *  ENTRY WITH NO RPTOUT ROW TODAY IS DROPPED; AN RPTOUT ROW WITH  *
      *  NO PRIOR ENTRY STARTS A NEW HISTORY.                           *
      ********************************************************************

       2000-MERGE-HISTORY.

           IF OURS-EXHAUSTED
               OR (NOT PRIOR-EOF
                   AND HP-POLICY-NUMBER LESS THAN WS-OUR-KEY)
      * NO LONGER REPORTED - THE HISTORY IS NOT CARRIED FORWARD
               ADD +1 TO WS-DROPPED-CNT
               PERFORM 2500-READ-PRIOR
                   THRU 2599-READ-PRIOR-EXIT
               GO TO 2099-MERGE-HISTORY-EXIT
           END-IF.

           IF PRIOR-EOF
               OR WS-OUR-KEY LESS THAN HP-POLICY-NUMBER
      * FIRST TIME SEEN - START A FRESH HISTORY FOR THE POLICY
               INITIALIZE HS-HISTORY-RECORD
               MOVE WS-OUR-KEY TO HS-POLICY-NUMBER
               MOVE ZERO TO HS-POINT-CNT
               ADD +1 TO WS-NEW-HIST-CNT
               PERFORM 2200-UPDATE-ONE-POLICY
                   THRU 2299-UPDATE-ONE-POLICY-EXIT
               PERFORM 2600-READ-OUR-DETAIL
                   THRU 2699-READ-OUR-DETAIL-EXIT
               GO TO 2099-MERGE-HISTORY-EXIT
           END-IF.

      * MATCHED - EXTEND THE CARRIED HISTORY WITH TODAY'S VALUE
           ADD +1 TO WS-CARRIED-CNT.
           MOVE HP-PRIOR-RECORD TO HS-HISTORY-RECORD.
           PERFORM 2200-UPDATE-ONE-POLICY
               THRU 2299-UPDATE-ONE-POLICY-EXIT.

           PERFORM 2500-READ-PRIOR
               THRU 2599-READ-PRIOR-EXIT.
           PERFORM 2600-READ-OUR-DETAIL
               THRU 2699-READ-OUR-DETAIL-EXIT.

       2099-MERGE-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ADD TODAY'S OBSERVATION, WRITE THE HISTORY FORWARD AND CHECK   *
      *  THE PROJECTED RUN-OUT DATE AGAINST THE WARNING HORIZON         *
      ********************************************************************

       2200-UPDATE-ONE-POLICY.

           IF WE-SHOW-TERMINATED
               ADD +1 TO WS-DROPPED-CNT
               GO TO 2299-UPDATE-ONE-POLICY-EXIT
           END-IF.

      * A STALE OR UNMATCHED PVE VALUE IS NOT A NEW OBSERVATION - THE
      * HISTORY IS CARRIED FORWARD UNCHANGED
           IF OUR-VALUE-STALE OR WS-OUR-VALUE EQUAL ZERO
               ADD +1 TO WS-NO-OBS-CNT
           ELSE
               PERFORM 2300-ADD-OBSERVATION
                   THRU 2399-ADD-OBSERVATION-EXIT
           END-IF.

           IF HS-POINT-CNT EQUAL ZERO
               GO TO 2299-UPDATE-ONE-POLICY-EXIT
           END-IF.

           WRITE TODAY-HST-REC FROM HS-HISTORY-RECORD.
           IF TODAY-HST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CASH VALUE HISTORY: '
                       TODAY-HST-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 2400-PROJECT-RUN-OUT
               THRU 2499-PROJECT-RUN-OUT-EXIT.

       2299-UPDATE-ONE-POLICY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  HS-POINT (HS-POINT-CNT) ALWAYS HOLDS THE LATEST RUN'S VALUE.   *
      *  ONCE IT IS A WEEK OR MORE PAST THE POINT BEFORE IT, IT STAYS   *
      *  AS AN ANCHOR AND TODAY'S VALUE GOES IN A NEW SLOT; OTHERWISE   *
      *  TODAY'S VALUE REPLACES IT. A FULL TABLE SHIFTS OUT THE OLDEST. *
      ********************************************************************

       2300-ADD-OBSERVATION.

           MOVE WS-RUN-DATE  TO HS-HOLD-DATE.
           MOVE WS-OUR-VALUE TO HS-HOLD-VALUE.

           IF HS-POINT-CNT EQUAL ZERO
               GO TO 2360-APPEND-POINT
           END-IF.

      * A RERUN FOR THE SAME DATE JUST REPLACES THAT DAY'S VALUE
           IF HS-PT-DATE (HS-POINT-CNT) EQUAL WS-RUN-DATE
               GO TO 2380-REPLACE-LATEST
           END-IF.

           IF HS-POINT-CNT EQUAL 1
               GO TO 2360-APPEND-POINT
           END-IF.

           COMPUTE WS-PT-SUB = HS-POINT-CNT - 1.
           CALL 'CKDCEXIN' USING HS-PT-DATE (WS-PT-SUB)
                                 WS-INT-PT1-DATE.
           CALL 'CKDCEXIN' USING HS-PT-DATE (HS-POINT-CNT)
                                 WS-INT-PT2-DATE.
           COMPUTE WS-PT-GAP-DAYS =
               (WS-INT-PT2-YEAR - WS-INT-PT1-YEAR) * 365 +
               (WS-INT-PT2-DAY - WS-INT-PT1-DAY).

           IF WS-PT-GAP-DAYS LESS THAN WS-ANCHOR-GAP-DAYS
               GO TO 2380-REPLACE-LATEST
           END-IF.

       2360-APPEND-POINT.

           IF HS-POINT-CNT LESS THAN 12
               ADD 1 TO HS-POINT-CNT
               GO TO 2380-REPLACE-LATEST
           END-IF.

           MOVE 1 TO WS-PT-SUB.
           PERFORM 2370-SHIFT-ONE-POINT
               THRU 2379-SHIFT-ONE-POINT-EXIT
               UNTIL WS-PT-SUB NOT LESS THAN 12.

       2380-REPLACE-LATEST.

           MOVE HS-HOLD-DATE  TO HS-PT-DATE (HS-POINT-CNT).
           MOVE HS-HOLD-VALUE TO HS-PT-VALUE (HS-POINT-CNT).
           GO TO 2399-ADD-OBSERVATION-EXIT.

       2370-SHIFT-ONE-POINT.

           MOVE HS-POINT (WS-PT-SUB + 1) TO HS-POINT (WS-PT-SUB).
           ADD 1 TO WS-PT-SUB.

       2379-SHIFT-ONE-POINT-EXIT.
           EXIT.

       2399-ADD-OBSERVATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BURN RATE FROM THE OLDEST OBSERVATION TO THE LATEST, AND THE   *
      *  PROJECTED DAYS UNTIL THE CASH VALUE REACHES ZERO               *
      ********************************************************************

       2400-PROJECT-RUN-OUT.

           IF HS-POINT-CNT LESS THAN 2
               ADD +1 TO WS-SHORT-HIST-CNT
               GO TO 2499-PROJECT-RUN-OUT-EXIT
           END-IF.

           CALL 'CKDCEXIN' USING HS-PT-DATE (1) WS-INT-PT1-DATE.
           CALL 'CKDCEXIN' USING HS-PT-DATE (HS-POINT-CNT)
                                 WS-INT-PT2-DATE.
           COMPUTE WS-SPAN-DAYS =
               (WS-INT-PT2-YEAR - WS-INT-PT1-YEAR) * 365 +
               (WS-INT-PT2-DAY - WS-INT-PT1-DAY).

           IF WS-SPAN-DAYS LESS THAN WS-MIN-SPAN-DAYS
               OR WS-SPAN-DAYS NOT GREATER THAN ZERO
               ADD +1 TO WS-SHORT-HIST-CNT
               GO TO 2499-PROJECT-RUN-OUT-EXIT
           END-IF.

           MOVE HS-PT-VALUE (1) TO WS-OLDEST-VALUE.
           MOVE HS-PT-VALUE (HS-POINT-CNT) TO WS-OUR-VALUE.

      * A FLAT OR GROWING CASH VALUE IS NOT BURNING DOWN
           IF WS-OUR-VALUE NOT LESS THAN WS-OLDEST-VALUE
               GO TO 2499-PROJECT-RUN-OUT-EXIT
           END-IF.

           COMPUTE WS-DAILY-BURN ROUNDED =
               (WS-OLDEST-VALUE - WS-OUR-VALUE) / WS-SPAN-DAYS.
           IF WS-DAILY-BURN NOT GREATER THAN ZERO
               GO TO 2499-PROJECT-RUN-OUT-EXIT
           END-IF.
           COMPUTE WS-MONTHLY-BURN ROUNDED =
               WS-DAILY-BURN * 30.4.

           IF WS-OUR-VALUE NOT GREATER THAN ZERO
               MOVE ZERO TO WS-DAYS-TO-ZERO
           ELSE
               COMPUTE WS-DAYS-TO-ZERO =
                   WS-OUR-VALUE / WS-DAILY-BURN
           END-IF.

           IF WS-DAYS-TO-ZERO GREATER THAN WS-HORIZON-DAYS
               GO TO 2499-PROJECT-RUN-OUT-EXIT
           END-IF.

           PERFORM 2450-PROJECT-ZERO-DATE
               THRU 2459-PROJECT-ZERO-DATE-EXIT.
           PERFORM 2470-FIND-OWNER
               THRU 2479-FIND-OWNER-EXIT.

           ADD +1 TO WS-WARNING-CNT.
           INITIALIZE LW-WARNING-RECORD.
           MOVE HS-POLICY-NUMBER    TO LW-POLICY-NUMBER.
           MOVE WS-OUR-STATUS       TO LW-POLICY-STATUS.
           IF OW-POLICY-NUMBER EQUAL HS-POLICY-NUMBER
               MOVE OW-OWNER-NAME   TO LW-OWNER-NAME
           END-IF.
           MOVE WS-OUR-AGENT-NUMBER TO LW-AGENT-NUMBER.
           MOVE WS-OUR-AGENT-NAME   TO LW-AGENT-NAME.
           MOVE WS-OUR-VALUE        TO LW-CASH-VALUE.
           MOVE WS-MONTHLY-BURN     TO LW-MONTHLY-BURN.
           MOVE WS-DAYS-TO-ZERO     TO LW-DAYS-TO-ZERO.
           MOVE WS-PRJ-DATE         TO LW-PROJECTED-ZERO-DATE.
           MOVE WS-OLDEST-VALUE     TO LW-OLDEST-VALUE.
           MOVE WS-SPAN-DAYS        TO LW-HISTORY-DAYS.
           WRITE WARN-RPT-REC FROM LW-WARNING-RECORD.
           IF WARN-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LAPSE WARNING FILE: '
                       WARN-RPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       2499-PROJECT-RUN-OUT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ROLL THE RUN DATE FORWARD WS-DAYS-TO-ZERO DAYS, A MONTH AT A   *
      *  TIME, TO GET THE PROJECTED ZERO DATE (MM/DD/CCYY)              *
      ********************************************************************

       2450-PROJECT-ZERO-DATE.

           MOVE WS-RUN-MM       TO WS-PRJ-MM.
           MOVE WS-RUN-DD       TO WS-PRJ-DD.
           MOVE WS-RUN-YEAR     TO WS-PRJ-YEAR.
           MOVE WS-DAYS-TO-ZERO TO WS-PRJ-DAYS-LEFT.

       2452-PROJECT-ONE-MONTH.

           MOVE MD-DAYS (WS-PRJ-MM) TO WS-PRJ-MONTH-DAYS.
           IF WS-PRJ-MM EQUAL 2
               DIVIDE WS-PRJ-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM EQUAL ZERO
                   MOVE 29 TO WS-PRJ-MONTH-DAYS
               END-IF
           END-IF.

           COMPUTE WS-PRJ-ROOM = WS-PRJ-MONTH-DAYS - WS-PRJ-DD.
           IF WS-PRJ-DAYS-LEFT NOT GREATER THAN WS-PRJ-ROOM
               ADD WS-PRJ-DAYS-LEFT TO WS-PRJ-DD
               GO TO 2459-PROJECT-ZERO-DATE-EXIT
           END-IF.

           COMPUTE WS-PRJ-DAYS-LEFT =
               WS-PRJ-DAYS-LEFT - WS-PRJ-ROOM - 1.
           MOVE 1 TO WS-PRJ-DD.
           IF WS-PRJ-MM EQUAL 12
               MOVE 1 TO WS-PRJ-MM
               ADD 1 TO WS-PRJ-YEAR
           ELSE
               ADD 1 TO WS-PRJ-MM
           END-IF.
           GO TO 2452-PROJECT-ONE-MONTH.

       2459-PROJECT-ZERO-DATE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ADVANCE THE OWNER EXTRACT TO THE CURRENT POLICY. A POLICY NOT  *
      *  ON RPTOWN IS LISTED WITH A BLANK OWNER NAME.                   *
      ********************************************************************

       2470-FIND-OWNER.

           IF OWNER-EOF
               GO TO 2479-FIND-OWNER-EXIT
           END-IF.

           IF OW-POLICY-NUMBER NOT LESS THAN HS-POLICY-NUMBER
               AND OW-POLICY-NUMBER NOT EQUAL SPACE
               GO TO 2479-FIND-OWNER-EXIT
           END-IF.

           READ OWNER-IN-FILE INTO OW-OWNER-RECORD
               AT END
                   SET OWNER-EOF TO TRUE
                   MOVE SPACE TO OW-OWNER-RECORD
                   GO TO 2479-FIND-OWNER-EXIT
           END-READ.

           GO TO 2470-FIND-OWNER.

       2479-FIND-OWNER-EXIT.
           EXIT.
       EJECT

       2500-READ-PRIOR.

           READ PRIOR-HST-FILE INTO HP-PRIOR-RECORD
               AT END
                   SET PRIOR-EOF TO TRUE
                   GO TO 2599-READ-PRIOR-EXIT
           END-READ.

           ADD +1 TO WS-PRIOR-CNT.

       2599-READ-PRIOR-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NEXT DETAIL ROW OFF OUR RPTOUT - SUBTOTAL AND TRAILER ROWS     *
      *  (FIRST FIELD SHORTER THAN A POLICY NUMBER) ARE PASSED OVER     *
      ********************************************************************

       2600-READ-OUR-DETAIL.

           SET OURS-EXHAUSTED TO TRUE.

       2650-READ-OUR-LOOP.

           IF OURS-EOF
               GO TO 2699-READ-OUR-DETAIL-EXIT
           END-IF.

           READ OURS-IN-FILE
               AT END
                   SET OURS-EOF TO TRUE
                   GO TO 2699-READ-OUR-DETAIL-EXIT
           END-READ.

           IF OURS-IN-REC (11:1) NOT = X'05'
               OR OURS-IN-REC (2:1) = X'05'
               GO TO 2650-READ-OUR-LOOP
           END-IF.

           MOVE OURS-IN-REC TO WS-OUR-ROW.
           MOVE OURS-IN-REC (1:10) TO WS-OUR-KEY.
           PERFORM 2700-EXTRACT-OUR-FIELDS
               THRU 2799-EXTRACT-OUR-FIELDS-EXIT.

           ADD +1 TO WS-OURS-CNT.
           SET OURS-ROW-PENDING TO TRUE.

       2699-READ-OUR-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SPLIT OUR DETAIL ROW AND PICK UP STATUS (FIELD 2), AGENT       *
      *  (FIELDS 8/9), PVE CASH VALUE (FIELD 16, EDITED Z(7)9.99-) AND  *
      *  THE STALE-VALUE FLAG (FIELD 17)                                *
      ********************************************************************

       2700-EXTRACT-OUR-FIELDS.

           INITIALIZE OUR-FIELD-TABLE.
           UNSTRING WS-OUR-ROW DELIMITED BY WS-DELIM-CHAR
               INTO OF-FIELD (1)  OF-FIELD (2)  OF-FIELD (3)
                    OF-FIELD (4)  OF-FIELD (5)  OF-FIELD (6)
                    OF-FIELD (7)  OF-FIELD (8)  OF-FIELD (9)
                    OF-FIELD (10) OF-FIELD (11) OF-FIELD (12)
                    OF-FIELD (13) OF-FIELD (14) OF-FIELD (15)
                    OF-FIELD (16) OF-FIELD (17) OF-FIELD (18)
                    OF-FIELD (19) OF-FIELD (20)
           END-UNSTRING.

           MOVE OF-FIELD (2) (1:2)  TO WS-OUR-STATUS.
           MOVE OF-FIELD (8) (1:10) TO WS-OUR-AGENT-NUMBER.
           MOVE OF-FIELD (9) (1:30) TO WS-OUR-AGENT-NAME.
           MOVE OF-FIELD (17) (1:1) TO WS-OUR-STALE-IND.

           MOVE ZERO TO WS-OUR-VALUE.
           MOVE OF-FIELD (16) (1:12) TO WS-VALUE-ED.
           INSPECT WS-VALUE-ED REPLACING ALL ' ' BY '0'.
           IF WS-VALUE-ED (1:8) NUMERIC
               AND WS-VALUE-ED (10:2) NUMERIC
               MOVE WS-VALUE-ED (1:8)  TO WS-VAL-INT
               MOVE WS-VALUE-ED (10:2) TO WS-VAL-DEC
               MOVE WS-VAL-NUM TO WS-OUR-VALUE
               IF WS-VALUE-ED (12:1) = '-'
                   COMPUTE WS-OUR-VALUE = ZERO - WS-OUR-VALUE
               END-IF
           END-IF.

       2799-EXTRACT-OUR-FIELDS-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE OURS-IN-FILE.
           CLOSE PRIOR-HST-FILE.
           CLOSE OWNER-IN-FILE.
           CLOSE TODAY-HST-FILE.
           CLOSE WARN-RPT-FILE.

           DISPLAY 'RPTOUT DETAIL ROWS: '       WS-OURS-CNT.
           DISPLAY 'PRIOR HISTORY ENTRIES: '    WS-PRIOR-CNT.
           DISPLAY 'HISTORIES CARRIED: '        WS-CARRIED-CNT.
           DISPLAY 'HISTORIES STARTED: '        WS-NEW-HIST-CNT.
           DISPLAY 'HISTORIES DROPPED: '        WS-DROPPED-CNT.
           DISPLAY 'NO OBSERVATION TODAY: '     WS-NO-OBS-CNT.
           DISPLAY 'TOO LITTLE HISTORY: '       WS-SHORT-HIST-CNT.
           DISPLAY 'LAPSE-PENDING WARNINGS: '   WS-WARNING-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
