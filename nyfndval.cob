       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYFNDVAL.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT UNIT-VAL-FILE     ASSIGN TO UNITVAL.
           SELECT SA-BAL-FILE       ASSIGN TO SABAL.
           SELECT FUND-VAL-FILE     ASSIGN TO FNDVALOU
               FILE STATUS IS FUND-VAL-FILE-STATUS.
           SELECT FUND-TOT-FILE     ASSIGN TO FNDTOTRP
               FILE STATUS IS FUND-TOT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  UNIT-VAL-FILE
           RECORDING MODE IS F.
       01  UNIT-VAL-REC           PIC X(80).

       FD  SA-BAL-FILE
           RECORDING MODE IS F.
       01  SA-BAL-REC             PIC X(80).

       FD  FUND-VAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FUND-VAL-REC           PIC X(100).

       FD  FUND-TOT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FUND-TOT-REC           PIC X(132).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  SUB-ACCOUNT FUND UNIT VALUATION. THE UM-SEGMENT HAS BEEN       *
      *  COPIED INTO NYVULOWN AND NYFPVUL FOR YEARS BUT NOTHING         *
      *  DECODED IT, SO NOBODY COULD SAY HOW A VUL18 CONTRACT'S         *
      *  ACCOUNT VALUE IS SPLIT ACROSS THE SEPARATE-ACCOUNT FUNDS.      *
      *  THIS PROGRAM BROWSES VSAM2, REBUILDS EACH CONTRACT'S AUXSEG1   *
      *  SEGMENT DIRECTORY THE SAME WAY NYVULOWN'S                      *
      *  211-BUILD-SEGMENT-TABLE DOES, AND WALKS EVERY UM-SEGMENT       *
      *  OCCURRENCE (SEGMENT 31 - ONE PER FUND HELD) OF EVERY VUL18     *
      *  CONTRACT NOT TERMINATED (CURR-STAT 98/99), THE SAME            *
      *  POPULATION NYMATAPR SELECTS. THE UNITS HELD                    *
      *  IN EACH FUND ARE PRICED AGAINST FUND ACCOUNTING'S DAILY UNIT   *
      *  VALUE FILE AND WRITTEN TO A POLICY-BY-FUND VALUATION EXTRACT.  *
      *  AT END OF JOB THE FUND TOTALS (UNITS AND VALUE) ARE COMPARED   *
      *  TO THE SEPARATE-ACCOUNT BALANCES FUND ACCOUNTING REPORTS TO    *
      *  US EACH MONTH, AND EACH FUND ROW ON THE TOTAL REPORT SAYS      *
      *  WHETHER IT TIES WITHIN THE TOLERANCE ON SYSIPT. RUN AT MONTH   *
      *  END AGAINST THE MONTH-END UNIT VALUES SO BOTH SIDES ARE        *
      *  PRICED ON THE SAME DATE.                                       *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYFNDVAL EXEC PGM=NYFNDVAL                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //UNITVAL  DD DISP=SHR,DSN=P54.CK.FUNDACCT.UNITVAL.DATA(0)       *
      * //SABAL    DD DISP=SHR,DSN=P54.CK.FUNDACCT.SABAL.DATA(0)         *
      * //FNDVALOU DD DSN=T54.T9511F0.NYFNDVAL.FUNDVAL.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(25,15),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)                 *
      * //FNDTOTRP DD DSN=T54.T9511F0.NYFNDVAL.FUNDTOT.DATA,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(1,1),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=132,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //SYSIPT   DD *                                                  *
      * 000000100                                                        *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT COLS 1-9 - TIE-OUT TOLERANCE PER FUND, 9(07)V99       *
      *       (000000100 = $1.00). A MISSING OR BLANK CARD MEANS THE     *
      *       FUND TOTAL MUST EQUAL THE SEPARATE-ACCOUNT BALANCE TO      *
      *       THE PENNY.                                                 *
      *     UNITVAL RECORD LAYOUT (LRECL 80):                            *
      *       COLS  1-4   FUND ID                                        *
      *       COLS  5-34  FUND NAME                                      *
      *       COLS 35-42  UNIT VALUE DATE (MMDDCCYY)                     *
      *       COLS 43-53  UNIT VALUE (5V6 ZONED)                         *
      *     SABAL RECORD LAYOUT (LRECL 80):                              *
      *       COLS  1-4   FUND ID                                        *
      *       COLS  5-12  BALANCE DATE (MMDDCCYY)                        *
      *       COLS 13-27  SEPARATE-ACCOUNT BALANCE (13V2 ZONED)          *
      *       COLS 28-41  UNITS OUTSTANDING (10V4 ZONED)                 *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     A UM-SEGMENT FUND WITH NO UNIT VALUE ON UNITVAL IS WRITTEN   *
      *     UNPRICED (PRICED IND 'N') AND COUNTED, NOT ABENDED.          *
      *     A FUND BEYOND THE 200-ENTRY FUND TABLE IS DISPLAYED AND      *
      *     COUNTED; THE COUNT IS SHOWN AT END OF JOB.                   *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                          *
      *     CKETRGET ---- TRAILER GET ELEMENT                           *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     UNITVAL - DAILY FUND UNIT VALUES FROM FUND ACCOUNTING        *
      *     SABAL   - MONTHLY SEPARATE-ACCOUNT BALANCES BY FUND          *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYFNDVAL WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 FUND-VAL-FILE-STATUS          PIC X(02).
           05 FUND-TOT-FILE-STATUS          PIC X(02).

           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.
           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 UNITVAL-EOF-IND               PIC X(1).
              88 UNITVAL-EOF                VALUE 'Y'.
           05 SABAL-EOF-IND                 PIC X(1).
              88 SABAL-EOF                  VALUE 'Y'.
           05 FUND-HELD-IND                 PIC X(1).
              88 POLICY-HOLDS-FUNDS         VALUE 'Y'.
              88 POLICY-HOLDS-NO-FUNDS      VALUE 'N'.

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

           05 WS-SEG-ID               PIC X(02).
           05 WS-SEG-SEQ              PIC S9(04) COMP-3 VALUE +0.
           05 WS-SEG-WORK-AREA        PIC X(25000) VALUE SPACE.
           05 WS-UM-SEG-ID            PIC X(02) VALUE '31'.

      * VALUATION WORK FIELDS
           05 WS-TOLERANCE            PIC S9(07)V99 COMP-3 VALUE +0.
           05 WS-FUND-VALUE           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-DIFFERENCE           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-ABS-DIFFERENCE       PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-UNIT-VALUE-DATE      PIC X(08) VALUE SPACE.
           05 WS-LOOKUP-FUND-ID       PIC X(04) VALUE SPACE.
           05 WS-BALANCE-DATE         PIC X(08) VALUE SPACE.

      * WORK SUBSCRIPTS
           05 WS-FT-SUB               PIC S9(05) COMP-3 VALUE +0.

      * COUNTERS AND GRAND TOTALS
           05 WS-POLICY-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-POLICY-VALUED-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-HOLDING-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-UNPRICED-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-FUND-OUT-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-POLICY-SKIP-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-FUND-DROP-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-GRAND-VALUE          PIC S9(15)V99 COMP-3 VALUE +0.
           05 WS-GRAND-BALANCE        PIC S9(15)V99 COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  FUND TABLE - LOADED FROM UNITVAL AND SABAL, ACCUMULATED FROM   *
      *  THE UM-SEGMENT HOLDINGS. A FUND HELD ON A CONTRACT BUT ABSENT  *
      *  FROM UNITVAL IS ADDED UNPRICED SO ITS UNITS STILL SHOW.        *
      ********************************************************************

       01 FUND-TABLE.
           05 FT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 FT-ENTRY OCCURS 200 TIMES.
               10 FT-FUND-ID          PIC X(04).
               10 FT-FUND-NAME        PIC X(30).
               10 FT-UNIT-VALUE       PIC S9(05)V9(06) COMP-3.
               10 FT-PRICED-IND       PIC X(01).
                  88 FT-FUND-PRICED   VALUE 'Y'.
               10 FT-SA-FOUND-IND     PIC X(01).
                  88 FT-SA-FOUND      VALUE 'Y'.
               10 FT-SA-BALANCE       PIC S9(13)V99 COMP-3.
               10 FT-SA-UNITS         PIC S9(10)V9(04) COMP-3.
               10 FT-POLICY-CNT       PIC S9(09) COMP-3.
               10 FT-TOTAL-UNITS      PIC S9(13)V9(04) COMP-3.
               10 FT-TOTAL-VALUE      PIC S9(13)V99 COMP-3.
       EJECT

      ********************************************************************
      *  INPUT RECORD VIEWS                                             *
      ********************************************************************

       01 CC-TOLERANCE-CARD.
           05 CC-TOLERANCE           PIC 9(07)V99.
           05 FILLER                 PIC X(71).

       01 UV-UNIT-VALUE-RECORD.
           05 UV-FUND-ID             PIC X(04).
           05 UV-FUND-NAME           PIC X(30).
           05 UV-VALUE-DATE          PIC X(08).
           05 UV-UNIT-VALUE          PIC 9(05)V9(06).
           05 FILLER                 PIC X(27).

       01 SA-BALANCE-RECORD.
           05 SA-FUND-ID             PIC X(04).
           05 SA-BALANCE-DATE        PIC X(08).
           05 SA-BALANCE             PIC 9(13)V99.
           05 SA-UNITS               PIC 9(10)V9(04).
           05 FILLER                 PIC X(39).
       EJECT

      ********************************************************************
      *  POLICY-BY-FUND VALUATION EXTRACT RECORD (FNDVALOU)             *
      ********************************************************************

       01 FV-VALUATION-RECORD.
           05 FV-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FV-FUND-ID             PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FV-UNITS-HELD          PIC ---------9.9999.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FV-UNIT-VALUE          PIC ZZZZ9.999999.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FV-FUND-VALUE          PIC -----------9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FV-PRICED-IND          PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FV-ALLOC-PCT           PIC ZZ9.99.
           05 FILLER                 PIC X(31).
       EJECT

      ********************************************************************
      *  FUND TOTAL REPORT ROWS (FNDTOTRP) - 'H' HEADER, 'F' ONE PER    *
      *  FUND, 'T' GRAND TOTAL                                          *
      ********************************************************************

       01 FH-HEADER-RECORD.
           05 FH-RECORD-TYPE         PIC X(01) VALUE 'H'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-UNIT-VALUE-DATE     PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-BALANCE-DATE        PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-TOLERANCE           PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(102).

       01 FR-FUND-RECORD.
           05 FR-RECORD-TYPE         PIC X(01) VALUE 'F'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-FUND-ID             PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-FUND-NAME           PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-POLICY-CNT          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-TOTAL-UNITS         PIC -----------9.9999.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-TOTAL-VALUE         PIC -----------9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-SA-BALANCE          PIC -----------9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-DIFFERENCE          PIC -----------9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-TIE-STATUS          PIC X(08).
           05 FILLER                 PIC X(09).

       01 FT-TOTAL-RECORD.
           05 FTT-RECORD-TYPE        PIC X(01) VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FTT-POLICY-CNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FTT-HOLDING-CNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FTT-TOTAL-VALUE        PIC -------------9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FTT-SA-BALANCE         PIC -------------9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FTT-FUNDS-OUT          PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FTT-UNPRICED-CNT       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(59).
       EJECT

       COPY CKFRECCV.
       EJECT

       COPY CKFRECUM.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYFNDVAL WORKING STORAGE ENDS  '.
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
       EJECT

      * AUXSEG1 RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-INF-DCB.
       EJECT

       COPY CKESDTB1 REPLACING SEGMENT-DEFINITION-TABLE
                         BY INFORCE-AUX-SDT.
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

           PERFORM 2000-PROCESS-POLICIES
               THRU 2099-PROCESS-POLICIES-EXIT
               UNTIL END-OF-VSAM.

           PERFORM 3000-WRITE-FUND-TOTALS
               THRU 3099-WRITE-FUND-TOTALS-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE SPACE TO UNITVAL-EOF-IND.
           MOVE SPACE TO SABAL-EOF-IND.

      * READ THE OPTIONAL TOLERANCE CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE INTO CC-TOLERANCE-CARD
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF AND CC-TOLERANCE NUMERIC
               MOVE CC-TOLERANCE TO WS-TOLERANCE
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           OPEN INPUT  UNIT-VAL-FILE.
           OPEN INPUT  SA-BAL-FILE.

           PERFORM 1200-LOAD-UNIT-VALUES
               THRU 1299-LOAD-UNIT-VALUES-EXIT
               UNTIL UNITVAL-EOF.
           CLOSE UNIT-VAL-FILE.

           PERFORM 1300-LOAD-SA-BALANCES
               THRU 1399-LOAD-SA-BALANCES-EXIT
               UNTIL SABAL-EOF.
           CLOSE SA-BAL-FILE.

           OPEN OUTPUT FUND-VAL-FILE.
           IF FUND-VAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FUND VALUATION EXTRACT: '
                       FUND-VAL-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT FUND-TOT-FILE.
           IF FUND-TOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FUND TOTAL REPORT: '
                       FUND-TOT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

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

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

       1200-LOAD-UNIT-VALUES.

           READ UNIT-VAL-FILE INTO UV-UNIT-VALUE-RECORD
               AT END
                   SET UNITVAL-EOF TO TRUE
                   GO TO 1299-LOAD-UNIT-VALUES-EXIT
           END-READ.

           IF UV-FUND-ID = SPACE
               GO TO 1299-LOAD-UNIT-VALUES-EXIT
           END-IF.

           IF FT-USED NOT LESS THAN +200
               DISPLAY 'FUND TABLE FULL, FUND ' UV-FUND-ID
               ADD +1 TO WS-FUND-DROP-CNT
               GO TO 1299-LOAD-UNIT-VALUES-EXIT
           END-IF.

           IF UV-UNIT-VALUE NOT NUMERIC
               DISPLAY 'NON-NUMERIC UNIT VALUE, FUND ' UV-FUND-ID
               GO TO 1299-LOAD-UNIT-VALUES-EXIT
           END-IF.

           ADD +1 TO FT-USED.
           MOVE FT-USED TO WS-FT-SUB.
           PERFORM 1250-INIT-FUND-ENTRY
               THRU 1259-INIT-FUND-ENTRY-EXIT.
           MOVE UV-FUND-ID    TO FT-FUND-ID (WS-FT-SUB).
           MOVE UV-FUND-NAME  TO FT-FUND-NAME (WS-FT-SUB).
           MOVE UV-UNIT-VALUE TO FT-UNIT-VALUE (WS-FT-SUB).
           MOVE 'Y'           TO FT-PRICED-IND (WS-FT-SUB).
           MOVE UV-VALUE-DATE TO WS-UNIT-VALUE-DATE.

       1299-LOAD-UNIT-VALUES-EXIT.
           EXIT.
       EJECT

       1250-INIT-FUND-ENTRY.

           MOVE SPACE TO FT-FUND-ID (WS-FT-SUB).
           MOVE SPACE TO FT-FUND-NAME (WS-FT-SUB).
           MOVE ZERO  TO FT-UNIT-VALUE (WS-FT-SUB).
           MOVE 'N'   TO FT-PRICED-IND (WS-FT-SUB).
           MOVE 'N'   TO FT-SA-FOUND-IND (WS-FT-SUB).
           MOVE ZERO  TO FT-SA-BALANCE (WS-FT-SUB).
           MOVE ZERO  TO FT-SA-UNITS (WS-FT-SUB).
           MOVE ZERO  TO FT-POLICY-CNT (WS-FT-SUB).
           MOVE ZERO  TO FT-TOTAL-UNITS (WS-FT-SUB).
           MOVE ZERO  TO FT-TOTAL-VALUE (WS-FT-SUB).

       1259-INIT-FUND-ENTRY-EXIT.
           EXIT.
       EJECT

      * SEPARATE-ACCOUNT BALANCES GO ONTO THE SAME FUND ENTRY. A FUND
      * FUND ACCOUNTING CARRIES THAT HAS NO UNIT VALUE TODAY STILL
      * GETS AN ENTRY, SO ITS BALANCE SHOWS AS UNMATCHED ON THE REPORT
       1300-LOAD-SA-BALANCES.

           READ SA-BAL-FILE INTO SA-BALANCE-RECORD
               AT END
                   SET SABAL-EOF TO TRUE
                   GO TO 1399-LOAD-SA-BALANCES-EXIT
           END-READ.

           IF SA-FUND-ID = SPACE
               GO TO 1399-LOAD-SA-BALANCES-EXIT
           END-IF.

           IF SA-BALANCE NOT NUMERIC
               DISPLAY 'NON-NUMERIC SA BALANCE, FUND ' SA-FUND-ID
               GO TO 1399-LOAD-SA-BALANCES-EXIT
           END-IF.

           MOVE SA-FUND-ID TO WS-LOOKUP-FUND-ID.
           PERFORM 2270-LOOKUP-FUND
               THRU 2279-LOOKUP-FUND-EXIT.
           IF WS-FT-SUB EQUAL ZERO
               GO TO 1399-LOAD-SA-BALANCES-EXIT
           END-IF.

           MOVE 'Y'        TO FT-SA-FOUND-IND (WS-FT-SUB).
           ADD SA-BALANCE  TO FT-SA-BALANCE (WS-FT-SUB).
           IF SA-UNITS NUMERIC
               ADD SA-UNITS TO FT-SA-UNITS (WS-FT-SUB)
           END-IF.
           MOVE SA-BALANCE-DATE TO WS-BALANCE-DATE.

       1399-LOAD-SA-BALANCES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FOR EACH CONTRACT, WALK THE UM-SEGMENT OCCURRENCES AND PRICE   *
      *  EACH FUND HOLDING                                              *
      ********************************************************************

       2000-PROCESS-POLICIES.

           ADD +1 TO WS-POLICY-READ-CNT.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

      * VUL18 CONTRACTS NOT TERMINATED ONLY - THE SAME SELECTION
      * NYMATAPR MAKES OFF THE CV-SEGMENT
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
           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-POLICY-SKIP-CNT
               GO TO 2090-PROCESS-NEXT-POLICY
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.
           IF PLAN-CODE OF CV-SEGMENT (1:5) NOT EQUAL 'VUL18'
               OR CURR-STAT OF CV-SEGMENT EQUAL '98' OR '99'
               ADD +1 TO WS-POLICY-SKIP-CNT
               GO TO 2090-PROCESS-NEXT-POLICY
           END-IF.

           SET POLICY-HOLDS-NO-FUNDS TO TRUE.
           MOVE WS-UM-SEG-ID TO WS-SEG-ID.
           MOVE +0           TO WS-SEG-SEQ.

           PERFORM 2200-VALUE-ONE-HOLDING
               THRU 2299-VALUE-ONE-HOLDING-EXIT
               UNTIL WS-IO-CODE NOT EQUAL '0'.

           IF POLICY-HOLDS-FUNDS
               ADD +1 TO WS-POLICY-VALUED-CNT
           END-IF.

       2090-PROCESS-NEXT-POLICY.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       2099-PROCESS-POLICIES-EXIT.
           EXIT.
       EJECT

       2200-VALUE-ONE-HOLDING.

           ADD +1 TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 INFORCE-FILE-DCB.
           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2299-VALUE-ONE-HOLDING-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO UM-SEGMENT.
           IF FUMFUND-FUND-ID = SPACE OR LOW-VALUES
               GO TO 2299-VALUE-ONE-HOLDING-EXIT
           END-IF.
           IF FUMUNITS-UNITS-HELD NOT NUMERIC
               DISPLAY 'BAD UNITS ON UM-SEGMENT, POLICY '
                       INFORCE-POL-NUMBER ' FUND ' FUMFUND-FUND-ID
               GO TO 2299-VALUE-ONE-HOLDING-EXIT
           END-IF.
           IF FUMUNITS-UNITS-HELD EQUAL ZERO
               GO TO 2299-VALUE-ONE-HOLDING-EXIT
           END-IF.

           SET POLICY-HOLDS-FUNDS TO TRUE.
           ADD +1 TO WS-HOLDING-CNT.
           MOVE FUMFUND-FUND-ID TO WS-LOOKUP-FUND-ID.

           PERFORM 2270-LOOKUP-FUND
               THRU 2279-LOOKUP-FUND-EXIT.

           IF WS-FT-SUB NOT EQUAL ZERO
               AND FT-FUND-PRICED (WS-FT-SUB)
               COMPUTE WS-FUND-VALUE ROUNDED =
                   FUMUNITS-UNITS-HELD * FT-UNIT-VALUE (WS-FT-SUB)
           ELSE
               MOVE ZERO TO WS-FUND-VALUE
               ADD +1 TO WS-UNPRICED-CNT
           END-IF.

           IF WS-FT-SUB NOT EQUAL ZERO
               ADD +1 TO FT-POLICY-CNT (WS-FT-SUB)
               ADD FUMUNITS-UNITS-HELD TO FT-TOTAL-UNITS (WS-FT-SUB)
               ADD WS-FUND-VALUE       TO FT-TOTAL-VALUE (WS-FT-SUB)
           END-IF.
           ADD WS-FUND-VALUE TO WS-GRAND-VALUE.

           PERFORM 2280-WRITE-VALUATION
               THRU 2289-WRITE-VALUATION-EXIT.

       2299-VALUE-ONE-HOLDING-EXIT.
           EXIT.
       EJECT

      * FIND THE FUND IN WS-LOOKUP-FUND-ID ON THE FUND TABLE, ADDING AN
      * UNPRICED ENTRY WHEN IT IS NOT THERE. WS-FT-SUB IS LEFT ZERO
      * ONLY WHEN THE TABLE IS FULL.
       2270-LOOKUP-FUND.

           MOVE ZERO TO WS-FT-SUB.

       2275-LOOKUP-FUND-SEARCH.

           ADD +1 TO WS-FT-SUB.
           IF WS-FT-SUB NOT GREATER THAN FT-USED
               IF FT-FUND-ID (WS-FT-SUB) EQUAL WS-LOOKUP-FUND-ID
                   GO TO 2279-LOOKUP-FUND-EXIT
               ELSE
                   GO TO 2275-LOOKUP-FUND-SEARCH
               END-IF
           END-IF.

           IF FT-USED NOT LESS THAN +200
               DISPLAY 'FUND TABLE FULL, FUND ' WS-LOOKUP-FUND-ID
               ADD +1 TO WS-FUND-DROP-CNT
               MOVE ZERO TO WS-FT-SUB
               GO TO 2279-LOOKUP-FUND-EXIT
           END-IF.

           ADD +1 TO FT-USED.
           MOVE FT-USED TO WS-FT-SUB.
           PERFORM 1250-INIT-FUND-ENTRY
               THRU 1259-INIT-FUND-ENTRY-EXIT.
           MOVE WS-LOOKUP-FUND-ID   TO FT-FUND-ID (WS-FT-SUB).
           MOVE '** NO UNIT VALUE **' TO FT-FUND-NAME (WS-FT-SUB).

       2279-LOOKUP-FUND-EXIT.
           EXIT.
       EJECT

       2280-WRITE-VALUATION.

           INITIALIZE FV-VALUATION-RECORD.
           MOVE INFORCE-POL-NUMBER  TO FV-POLICY-NUMBER.
           MOVE FUMFUND-FUND-ID     TO FV-FUND-ID.
           MOVE FUMUNITS-UNITS-HELD TO FV-UNITS-HELD.
           IF WS-FT-SUB NOT EQUAL ZERO
               AND FT-FUND-PRICED (WS-FT-SUB)
               MOVE FT-UNIT-VALUE (WS-FT-SUB) TO FV-UNIT-VALUE
               MOVE 'Y' TO FV-PRICED-IND
           ELSE
               MOVE ZERO TO FV-UNIT-VALUE
               MOVE 'N' TO FV-PRICED-IND
           END-IF.
           MOVE WS-FUND-VALUE TO FV-FUND-VALUE.
           IF FUMALLOC-ALLOC-PCT NUMERIC
               MOVE FUMALLOC-ALLOC-PCT TO FV-ALLOC-PCT
           ELSE
               MOVE ZERO TO FV-ALLOC-PCT
           END-IF.

           WRITE FUND-VAL-REC FROM FV-VALUATION-RECORD.
           IF FUND-VAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FUND VALUATION EXTRACT: '
                       FUND-VAL-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       2289-WRITE-VALUATION-EXIT.
           EXIT.
       EJECT

      * BUILD THE SEGMENT TRAILER LIST FOR THE INFORCE RECORD CURRENTLY
      * HELD IN INFORCE-FILE-AREA - SAME SEQUENCE NYVULOWN USES
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
      *  FUND TOTAL REPORT - HEADER, ONE TIE-OUT ROW PER FUND, GRAND    *
      *  TOTAL. A FUND TIES WHEN ITS VALUED TOTAL IS WITHIN THE         *
      *  TOLERANCE OF THE SEPARATE-ACCOUNT BALANCE.                     *
      ********************************************************************

       3000-WRITE-FUND-TOTALS.

           IF WS-UNIT-VALUE-DATE NOT EQUAL WS-BALANCE-DATE
               DISPLAY 'WARNING - UNIT VALUE DATE ' WS-UNIT-VALUE-DATE
                       ' DIFFERS FROM BALANCE DATE ' WS-BALANCE-DATE
           END-IF.

           INITIALIZE FH-HEADER-RECORD.
           MOVE 'H'                TO FH-RECORD-TYPE.
           MOVE WS-UNIT-VALUE-DATE TO FH-UNIT-VALUE-DATE.
           MOVE WS-BALANCE-DATE    TO FH-BALANCE-DATE.
           MOVE WS-TOLERANCE       TO FH-TOLERANCE.
           WRITE FUND-TOT-REC FROM FH-HEADER-RECORD.

           MOVE ZERO TO WS-FT-SUB.
           PERFORM 3100-WRITE-ONE-FUND
               THRU 3199-WRITE-ONE-FUND-EXIT
               UNTIL WS-FT-SUB NOT LESS THAN FT-USED.

           INITIALIZE FT-TOTAL-RECORD.
           MOVE 'T'                  TO FTT-RECORD-TYPE.
           MOVE WS-POLICY-VALUED-CNT TO FTT-POLICY-CNT.
           MOVE WS-HOLDING-CNT       TO FTT-HOLDING-CNT.
           MOVE WS-GRAND-VALUE       TO FTT-TOTAL-VALUE.
           MOVE WS-GRAND-BALANCE     TO FTT-SA-BALANCE.
           MOVE WS-FUND-OUT-CNT      TO FTT-FUNDS-OUT.
           MOVE WS-UNPRICED-CNT      TO FTT-UNPRICED-CNT.
           WRITE FUND-TOT-REC FROM FT-TOTAL-RECORD.

       3099-WRITE-FUND-TOTALS-EXIT.
           EXIT.
       EJECT

       3100-WRITE-ONE-FUND.

           ADD +1 TO WS-FT-SUB.

           COMPUTE WS-DIFFERENCE =
               FT-TOTAL-VALUE (WS-FT-SUB) - FT-SA-BALANCE (WS-FT-SUB).
           IF WS-DIFFERENCE LESS THAN ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
           ADD FT-SA-BALANCE (WS-FT-SUB) TO WS-GRAND-BALANCE.

           INITIALIZE FR-FUND-RECORD.
           MOVE 'F'                          TO FR-RECORD-TYPE.
           MOVE FT-FUND-ID (WS-FT-SUB)       TO FR-FUND-ID.
           MOVE FT-FUND-NAME (WS-FT-SUB)     TO FR-FUND-NAME.
           MOVE FT-POLICY-CNT (WS-FT-SUB)    TO FR-POLICY-CNT.
           MOVE FT-TOTAL-UNITS (WS-FT-SUB)   TO FR-TOTAL-UNITS.
           MOVE FT-TOTAL-VALUE (WS-FT-SUB)   TO FR-TOTAL-VALUE.
           MOVE FT-SA-BALANCE (WS-FT-SUB)    TO FR-SA-BALANCE.
           MOVE WS-DIFFERENCE                TO FR-DIFFERENCE.

           EVALUATE TRUE
               WHEN NOT FT-SA-FOUND (WS-FT-SUB)
                   MOVE 'NO SABAL' TO FR-TIE-STATUS
                   ADD +1 TO WS-FUND-OUT-CNT
               WHEN NOT FT-FUND-PRICED (WS-FT-SUB)
                   MOVE 'NO PRICE' TO FR-TIE-STATUS
                   ADD +1 TO WS-FUND-OUT-CNT
               WHEN WS-ABS-DIFFERENCE GREATER THAN WS-TOLERANCE
                   MOVE 'OUT'      TO FR-TIE-STATUS
                   ADD +1 TO WS-FUND-OUT-CNT
               WHEN OTHER
                   MOVE 'TIES'     TO FR-TIE-STATUS
           END-EVALUATE.

           WRITE FUND-TOT-REC FROM FR-FUND-RECORD.
           IF FUND-TOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FUND TOTAL REPORT: '
                       FUND-TOT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       3199-WRITE-ONE-FUND-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE FUND-VAL-FILE.
           CLOSE FUND-TOT-FILE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE.

           DISPLAY 'CONTRACTS READ: '        WS-POLICY-READ-CNT.
           DISPLAY 'CONTRACTS NOT VUL18 OR TERMINATED: '
                   WS-POLICY-SKIP-CNT.
           DISPLAY 'CONTRACTS VALUED: '      WS-POLICY-VALUED-CNT.
           DISPLAY 'FUND HOLDINGS PRICED: '  WS-HOLDING-CNT.
           DISPLAY 'UNPRICED HOLDINGS: '     WS-UNPRICED-CNT.
           DISPLAY 'FUNDS NOT TYING OUT: '   WS-FUND-OUT-CNT.
           DISPLAY 'FUNDS DROPPED, TABLE FULL: ' WS-FUND-DROP-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
