           SELECT ANNIV-IN-FILE   ASSIGN TO ANNIVIN.
           SELECT RMD-IN-FILE     ASSIGN TO RMDLETT.
           SELECT REINST-IN-FILE  ASSIGN TO REINSTIN.
           SELECT MAT-IN-FILE     ASSIGN TO MATLETT.
           SELECT LNBILL-IN-FILE  ASSIGN TO LOANBILL.
           SELECT STMT-IN-FILE    ASSIGN TO ANNSTMT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT JOINT-OUT-FILE  ASSIGN TO RPTOWNJM
               FILE STATUS IS JOINT-OUT-FILE-STATUS.
           SELECT ANNIV-OUT-FILE  ASSIGN TO ANNIVOTM
               FILE STATUS IS RMD-OUT-FILE-STATUS.
           SELECT REINST-OUT-FILE ASSIGN TO REINSTOM
               FILE STATUS IS REINST-OUT-FILE-STATUS.
           SELECT MAT-OUT-FILE    ASSIGN TO MATLETTM
               FILE STATUS IS MAT-OUT-FILE-STATUS.
           SELECT LNBILL-OUT-FILE ASSIGN TO LOANBILM
               FILE STATUS IS LNBILL-OUT-FILE-STATUS.
           SELECT STMT-OUT-FILE   ASSIGN TO ANNSTMTM
               FILE STATUS IS STMT-OUT-FILE-STATUS.
           SELECT EFULFILL-FILE   ASSIGN TO EFULFILL
               FILE STATUS IS EFULFILL-FILE-STATUS.
           SELECT SUMMARY-FILE    ASSIGN TO SUPPSUM
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT DISP-OUT-FILE   ASSIGN TO SUPPDISP
               FILE STATUS IS DISP-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREF-IN-FILE
           RECORDING MODE IS F.
       01  REINST-IN-REC          PIC X(80).

       FD  MAT-IN-FILE
           RECORDING MODE IS F.
       01  MAT-IN-REC             PIC X(80).

       FD  LNBILL-IN-FILE
           RECORDING MODE IS F.
       01  LNBILL-IN-REC          PIC X(80).

       FD  STMT-IN-FILE
           RECORDING MODE IS F.
       01  STMT-IN-REC            PIC X(120).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  JOINT-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       01  REINST-OUT-REC         PIC X(80).

       FD  MAT-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MAT-OUT-REC            PIC X(80).

       FD  LNBILL-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LNBILL-OUT-REC         PIC X(80).

       FD  STMT-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STMT-OUT-REC           PIC X(400).

       FD  EFULFILL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       01  SUMMARY-REC            PIC X(80).

       FD  DISP-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DISP-OUT-REC           PIC X(80).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  CORRESPONDENCE SUPPRESSION AND E-DELIVERY PREFERENCE FILTER.   *
      *  THE PORTAL NOW COLLECTS DO-NOT-MAIL AND E-DELIVERY ELECTIONS,  *
      *  BUT EVERY LETTER-PRODUCING EXTRACT IN THE SUITE - THE          *
      *  JOINT-MAIL FILE RPTOWNJ, THE ANNIVERSARY OUTREACH ANNIVOUT,    *
      *  THE RMD LETTERS, THE REINSTATEMENT LIST REINSTOU, THE MATURITY *
      *  APPROACH LETTERS MATLETT, THE LOAN INTEREST BILLING NOTICES    *
      *  LOANBILL AND THE ANNUAL STATEMENT PACKAGES ANNSTMT - MAILED    *
      *  EVERYONE REGARDLESS. RUN BETWEEN THE PRODUCING STEPS AND THE   *
      *  PRINT VENDOR HANDOFF, THIS PROGRAM CHECKS EACH RECORD OF EACH  *
      *  EXTRACT (POLICY NUMBER IN COLS 1-10 OF ALL SEVEN) AGAINST THE  *
      *  PREFERENCE FILE AND:                                           *
      *    - DROPS RECORDS FOR A DO-NOT-MAIL ('S') ELECTION,            *
      *    - ROUTES E-DELIVERY ('E') RECORDS TO THE EFULFILL FEED       *
      *  THE POLICY-TO-TIN MAP LOADED FROM NYVULOWN'S RPTOWN EXTRACT.   *
      *  SUPPSUM GETS ONE ROW PER FEED WITH READ/MAILED/SUPPRESSED/     *
      *  E-DELIVERY COUNTS.                                             *
      *  AN ANNSTMT STATEMENT PACKAGE IS ROUTED WHOLE ON THE ELECTION   *
      *  FOR ITS POLICY AND COUNTED AND LOGGED ONCE, ON ITS HEADER ROW. *
      *  ITS MAILABLE COPY ANNSTMTM IS WRITTEN AT THE 400-BYTE WIDTH    *
      *  NYENVLOP TAKES, FOR THE ENVELOPE STEP THAT FOLLOWS NYANNSTM.   *
      *  SUPPDISP LOGS THE OUTCOME OF EVERY RECORD READ - FEED ID,      *
      *  DISPOSITION ('M' MAILED, 'E' E-DELIVERED, 'S' SUPPRESSED) AND  *
      *  POLICY NUMBER - FOR NYCORHST'S CORRESPONDENCE HISTORY LOAD.    *
      *  THE ELECTIONS ARE MAINTAINED ONLINE BY NYPREFMT (TRANSACTION   *
      *  NYPF) ON THE P54.CK.NYSUPPRS.PREFKSDS CLUSTER; THE PREFUNLD    *
      *  STEP UNLOADS THE CLUSTER TO PREFFILE AHEAD OF EVERY RUN, SO    *
      *  A CHANGE MADE ONLINE TAKES EFFECT ON THE NEXT RUN. EACH ROW    *
      *  CARRIES AN EFFECTIVE DATE AND STATUS: BEFORE ITS EFFECTIVE     *
      *  DATE THE PRIOR ELECTION ON THE ROW APPLIES, AND FROM THAT      *
      *  DATE ITS ELECTION - OR NONE, IF THE ELECTION WAS REVOKED.      *
      *  THE DATE COMPARED IS THE BUSDATE BUSINESS DATE.                *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //PREFUNLD EXEC PGM=IDCAMS                                       *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //PREFKSDS DD DISP=SHR,DSN=P54.CK.NYSUPPRS.PREFKSDS              *
      * //PREFFILE DD DISP=OLD,DSN=P54.CK.NYSUPPRS.PREFFILE              *
      * //SYSIN    DD *                                                  *
      *   REPRO INFILE(PREFKSDS) OUTFILE(PREFFILE)                       *
      * /*                                                               *
      * //NYSUPPRS EXEC PGM=NYSUPPRS                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //ANNIVIN  DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.ANNIVOUT.DATA     *
      * //RMDLETT  DD DISP=SHR,DSN=T54.T9511F0.NYFPVUL.RMDLETT.DATA      *
      * //REINSTIN DD DISP=SHR,DSN=T54.T9511F0.NYLAPSRP.REINST.DATA(0)   *
      * //MATLETT  DD DISP=SHR,DSN=T54.T9511F0.NYMATAPR.MATLETT.DATA     *
      * //LOANBILL DD DISP=SHR,DSN=T54.T9511F0.NYLNBILL.LOANBILL.DATA    *
      * //ANNSTMT  DD DISP=SHR,DSN=T54.T9511F0.NYANNSTM.ANNSTMT.DATA     *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //RPTOWNJM DD DSN=T54.T9511F0.NYSUPPRS.JNTMAIL.DATA,             *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(10,10),RLSE),                          *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //MATLETTM DD DSN=T54.T9511F0.NYSUPPRS.MATLETT.DATA,             *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //LOANBILM DD DSN=T54.T9511F0.NYSUPPRS.LOANBILL.DATA,            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //ANNSTMTM DD DSN=T54.T9511F0.NYSUPPRS.ANNSTMT.DATA,             *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(10,10),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=400,BLKSIZE=0)                 *
      * //EFULFILL DD DSN=T54.T9511F0.NYSUPPRS.EFULFILL.DATA,            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(10,10),RLSE),                          *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(TRK,(1,1),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //SUPPDISP DD DSN=T54.T9511F0.NYSUPPRS.DISPOSIT.DATA,            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     PREFFILE - PREFERENCE FILE, CKPREFRC LAYOUT: COLS 1-10       *
      *       POLICY NUMBER (BLANK FOR A TIN-LEVEL ELECTION), COLS 11-19 *
      *       OWNER TIN, COL 20 ELECTION - 'S' DO NOT MAIL, 'E'          *
      *       E-DELIVERY, COLS 21-28 EFFECTIVE DATE CCYYMMDD, COL 29     *
      *       STATUS 'A' ACTIVE OR 'R' REVOKED, COL 30 PRIOR ELECTION.   *
      *       A BLANK DATE AND STATUS (OLD PORTAL ROWS) IS IN FORCE.     *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.         *
      *     ANY INPUT MAY BE DUMMY - IT SIMPLY FILTERS NOTHING.          *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
           05 ANNIV-OUT-FILE-STATUS         PIC X(02).
           05 RMD-OUT-FILE-STATUS           PIC X(02).
           05 REINST-OUT-FILE-STATUS        PIC X(02).
           05 MAT-OUT-FILE-STATUS           PIC X(02).
           05 LNBILL-OUT-FILE-STATUS        PIC X(02).
           05 STMT-OUT-FILE-STATUS          PIC X(02).
           05 EFULFILL-FILE-STATUS          PIC X(02).
           05 SUMMARY-FILE-STATUS           PIC X(02).
           05 DISP-OUT-FILE-STATUS          PIC X(02).

           05 PREF-EOF-IND                  PIC X(1).
              88 PREF-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 OWNER-EOF-IND                 PIC X(1).
              88 OWNER-EOF                  VALUE 'Y'.
           05 FEED-EOF-IND                  PIC X(1).
           05 WS-CHECK-POLICY               PIC X(10).
           05 WS-CHECK-TIN                  PIC X(09).
           05 WS-FEED-RECORD                PIC X(120).
           05 WS-DISPOSITION                PIC X(01).
           05 WS-IN-FORCE                   PIC X(01).

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
           05 WS-RUN-CCYYMMDD.
              10 WS-RUN-CCYYMMDD-CC        PIC 9(02).
              10 WS-RUN-CCYYMMDD-YY        PIC 9(02).
              10 WS-RUN-CCYYMMDD-MM        PIC 9(02).
              10 WS-RUN-CCYYMMDD-DD        PIC 9(02).
           05 WS-BUSDATE-CARD              PIC X(80) VALUE SPACE.

      * WORK SUBSCRIPTS
           05 WS-PF-SUB               PIC S9(05) COMP-3 VALUE +0.
      ********************************************************************

       01 PR-PREF-RECORD.
           COPY CKPREFRC.

       01 OR-OWNER-RECORD.
           05 OR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SU-EDELIV-CNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(23).

      ********************************************************************
      *  DISPOSITION LOG ROW - ONE PER RECORD READ, EVERY FEED          *
      ********************************************************************

       01 DS-DISPOSITION-RECORD.
           05 DS-FEED-ID             PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DS-DISPOSITION         PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 DS-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(59).
       EJECT

       01  FILLER PIC X(32)
           PERFORM 2300-FILTER-REINSTATEMENT
               THRU 2399-FILTER-REINSTATEMENT-EXIT.

           PERFORM 2400-FILTER-MATURITY
               THRU 2499-FILTER-MATURITY-EXIT.

           PERFORM 2500-FILTER-LOAN-BILLING
               THRU 2599-FILTER-LOAN-BILLING-EXIT.

           PERFORM 2600-FILTER-ANNUAL-STATEMENT
               THRU 2699-FILTER-ANNUAL-STATEMENT-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           OPEN INPUT  ANNIV-IN-FILE.
           OPEN INPUT  RMD-IN-FILE.
           OPEN INPUT  REINST-IN-FILE.
           OPEN INPUT  MAT-IN-FILE.
           OPEN INPUT  LNBILL-IN-FILE.
           OPEN INPUT  STMT-IN-FILE.
           OPEN OUTPUT JOINT-OUT-FILE.
           OPEN OUTPUT ANNIV-OUT-FILE.
           OPEN OUTPUT RMD-OUT-FILE.
           OPEN OUTPUT REINST-OUT-FILE.
           OPEN OUTPUT MAT-OUT-FILE.
           OPEN OUTPUT LNBILL-OUT-FILE.
           OPEN OUTPUT STMT-OUT-FILE.
           OPEN OUTPUT EFULFILL-FILE.
           OPEN OUTPUT SUMMARY-FILE.
           OPEN OUTPUT DISP-OUT-FILE.

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
           MOVE WS-RUN-CC TO WS-RUN-CCYYMMDD-CC.
           MOVE WS-RUN-YY TO WS-RUN-CCYYMMDD-YY.
           MOVE WS-RUN-MM TO WS-RUN-CCYYMMDD-MM.
           MOVE WS-RUN-DD TO WS-RUN-CCYYMMDD-DD.

           PERFORM 1200-LOAD-PREF-TABLE
               THRU 1299-LOAD-PREF-TABLE-EXIT
               UNTIL OWNER-EOF.
           CLOSE OWNER-IN-FILE.

           DISPLAY 'PREFERENCE RUN DATE: ' WS-RUN-DATE.
           DISPLAY 'PREFERENCES LOADED: ' PF-USED.
           DISPLAY 'POLICY-TIN MAP ENTRIES: ' PT-USED.

               GO TO 1299-LOAD-PREF-TABLE-EXIT
           END-IF.

      * ELECTION IN FORCE AT THE RUN DATE - THE PRIOR ELECTION
      * UNTIL THE EFFECTIVE DATE, THEN THE ELECTION UNLESS REVOKED
           MOVE PR-ELECTION TO WS-IN-FORCE.
           IF PR-EFFECTIVE-DATE NOT = SPACE
               AND PR-EFFECTIVE-DATE > WS-RUN-CCYYMMDD
               MOVE PR-PRIOR-ELECTION TO WS-IN-FORCE
               GO TO 1250-LOAD-IN-FORCE
           END-IF.

           IF PR-STATUS-REVOKED
               MOVE SPACE TO WS-IN-FORCE
           END-IF.

       1250-LOAD-IN-FORCE.

           IF WS-IN-FORCE = SPACE
               GO TO 1299-LOAD-PREF-TABLE-EXIT
           END-IF.

           ADD +1 TO PF-USED.
           MOVE PR-POLICY   TO PF-POLICY (PF-USED).
           MOVE PR-TIN      TO PF-TIN (PF-USED).
           MOVE WS-IN-FORCE TO PF-ELECTION (PF-USED).

       1299-LOAD-PREF-TABLE-EXIT.
           EXIT.
           MOVE JOINT-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
           MOVE ANNIV-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
           MOVE RMD-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
           MOVE REINST-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
           EXIT.
       EJECT

       2400-FILTER-MATURITY.

           MOVE 'MATLETT ' TO WS-FEED-ID.
           PERFORM 2900-RESET-FEED-COUNTERS
               THRU 2999-RESET-FEED-COUNTERS-EXIT.
           MOVE SPACE TO FEED-EOF-IND.

       2420-MATURITY-LOOP.

           READ MAT-IN-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ.
           IF FEED-EOF
               GO TO 2480-MATURITY-DONE
           END-IF.

           ADD +1 TO WS-READ-CNT.
           MOVE SPACE TO WS-FEED-RECORD.
           MOVE MAT-IN-REC TO WS-FEED-RECORD (1:80).
           MOVE MAT-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
               GO TO 2420-MATURITY-LOOP
           END-IF.
           IF ELECT-EDELIVERY
               ADD +1 TO WS-EDELIV-CNT
               PERFORM 2850-WRITE-EFULFILL
                   THRU 2859-WRITE-EFULFILL-EXIT
               GO TO 2420-MATURITY-LOOP
           END-IF.

           ADD +1 TO WS-MAILED-CNT.
           WRITE MAT-OUT-REC FROM MAT-IN-REC.
           GO TO 2420-MATURITY-LOOP.

       2480-MATURITY-DONE.

           PERFORM 2950-WRITE-FEED-SUMMARY
               THRU 2959-WRITE-FEED-SUMMARY-EXIT.

       2499-FILTER-MATURITY-EXIT.
           EXIT.
       EJECT

       2500-FILTER-LOAN-BILLING.

           MOVE 'LOANBILL' TO WS-FEED-ID.
           PERFORM 2900-RESET-FEED-COUNTERS
               THRU 2999-RESET-FEED-COUNTERS-EXIT.
           MOVE SPACE TO FEED-EOF-IND.

       2520-LOAN-BILLING-LOOP.

           READ LNBILL-IN-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ.
           IF FEED-EOF
               GO TO 2580-LOAN-BILLING-DONE
           END-IF.

           ADD +1 TO WS-READ-CNT.
           MOVE SPACE TO WS-FEED-RECORD.
           MOVE LNBILL-IN-REC TO WS-FEED-RECORD (1:80).
           MOVE LNBILL-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
               GO TO 2520-LOAN-BILLING-LOOP
           END-IF.
           IF ELECT-EDELIVERY
               ADD +1 TO WS-EDELIV-CNT
               PERFORM 2850-WRITE-EFULFILL
                   THRU 2859-WRITE-EFULFILL-EXIT
               GO TO 2520-LOAN-BILLING-LOOP
           END-IF.

           ADD +1 TO WS-MAILED-CNT.
           WRITE LNBILL-OUT-REC FROM LNBILL-IN-REC.
           GO TO 2520-LOAN-BILLING-LOOP.

       2580-LOAN-BILLING-DONE.

           PERFORM 2950-WRITE-FEED-SUMMARY
               THRU 2959-WRITE-FEED-SUMMARY-EXIT.

       2599-FILTER-LOAN-BILLING-EXIT.
           EXIT.
       EJECT

       2600-FILTER-ANNUAL-STATEMENT.

           MOVE 'ANNSTMT ' TO WS-FEED-ID.
           PERFORM 2900-RESET-FEED-COUNTERS
               THRU 2999-RESET-FEED-COUNTERS-EXIT.
           MOVE SPACE TO FEED-EOF-IND.
           MOVE SPACE TO WS-CHECK-POLICY.

      * A STATEMENT PACKAGE IS ROUTED WHOLE - THE ELECTION IS RESOLVED,
      * COUNTED AND LOGGED ON ITS HEADER ROW ('H' IN COL 11) AND EVERY
      * ROW OF THE PACKAGE FOLLOWS IT
       2620-ANNUAL-STATEMENT-LOOP.

           READ STMT-IN-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ.
           IF FEED-EOF
               GO TO 2680-ANNUAL-STATEMENT-DONE
           END-IF.

           MOVE STMT-IN-REC TO WS-FEED-RECORD.
           IF STMT-IN-REC (11:1) NOT EQUAL 'H'
               AND STMT-IN-REC (1:10) EQUAL WS-CHECK-POLICY
               GO TO 2640-ANNUAL-STATEMENT-ROUTE
           END-IF.

           ADD +1 TO WS-READ-CNT.
           MOVE STMT-IN-REC (1:10) TO WS-CHECK-POLICY.
           PERFORM 2800-RESOLVE-ELECTION
               THRU 2899-RESOLVE-ELECTION-EXIT.
           PERFORM 2870-WRITE-DISPOSITION
               THRU 2879-WRITE-DISPOSITION-EXIT.

           IF ELECT-SUPPRESS
               ADD +1 TO WS-SUPPRESSED-CNT
               GO TO 2620-ANNUAL-STATEMENT-LOOP
           END-IF.
           IF ELECT-EDELIVERY
               ADD +1 TO WS-EDELIV-CNT
               GO TO 2640-ANNUAL-STATEMENT-ROUTE
           END-IF.
           ADD +1 TO WS-MAILED-CNT.

       2640-ANNUAL-STATEMENT-ROUTE.

           IF ELECT-SUPPRESS
               GO TO 2620-ANNUAL-STATEMENT-LOOP
           END-IF.
           IF ELECT-EDELIVERY
               PERFORM 2850-WRITE-EFULFILL
                   THRU 2859-WRITE-EFULFILL-EXIT
               GO TO 2620-ANNUAL-STATEMENT-LOOP
           END-IF.

      * THE MAILABLE COPY IS WRITTEN AT NYENVLOP'S FEED WIDTH
           MOVE SPACE TO STMT-OUT-REC.
           MOVE STMT-IN-REC TO STMT-OUT-REC (1:120).
           WRITE STMT-OUT-REC.
           GO TO 2620-ANNUAL-STATEMENT-LOOP.

       2680-ANNUAL-STATEMENT-DONE.

           PERFORM 2950-WRITE-FEED-SUMMARY
               THRU 2959-WRITE-FEED-SUMMARY-EXIT.

       2699-FILTER-ANNUAL-STATEMENT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  RESOLVE THE ELECTION FOR THE POLICY IN WS-CHECK-POLICY:        *
      *  A POLICY-LEVEL ELECTION WINS; OTHERWISE THE OWNER'S TIN IS     *
           EXIT.
       EJECT

       2870-WRITE-DISPOSITION.

           EVALUATE TRUE
               WHEN ELECT-SUPPRESS
                   MOVE 'S' TO WS-DISPOSITION
               WHEN ELECT-EDELIVERY
                   MOVE 'E' TO WS-DISPOSITION
               WHEN OTHER
                   MOVE 'M' TO WS-DISPOSITION
           END-EVALUATE.

           INITIALIZE DS-DISPOSITION-RECORD.
           MOVE WS-FEED-ID      TO DS-FEED-ID.
           MOVE WS-DISPOSITION  TO DS-DISPOSITION.
           MOVE WS-CHECK-POLICY TO DS-POLICY-NUMBER.
           WRITE DISP-OUT-REC FROM DS-DISPOSITION-RECORD.
           IF DISP-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPOSITION LOG: '
                       DISP-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       2879-WRITE-DISPOSITION-EXIT.
           EXIT.
       EJECT

       2900-RESET-FEED-COUNTERS.

           MOVE ZERO TO WS-READ-CNT.
           CLOSE ANNIV-IN-FILE.
           CLOSE RMD-IN-FILE.
           CLOSE REINST-IN-FILE.
           CLOSE MAT-IN-FILE.
           CLOSE LNBILL-IN-FILE.
           CLOSE STMT-IN-FILE.
           CLOSE JOINT-OUT-FILE.
           CLOSE ANNIV-OUT-FILE.
           CLOSE RMD-OUT-FILE.
           CLOSE REINST-OUT-FILE.
           CLOSE MAT-OUT-FILE.
           CLOSE LNBILL-OUT-FILE.
           CLOSE STMT-OUT-FILE.
           CLOSE EFULFILL-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE DISP-OUT-FILE.

           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
