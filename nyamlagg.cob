       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYAMLAGG.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT OWNER-IN-FILE ASSIGN TO RPTOWN.
           SELECT HHOLD-IN-FILE ASSIGN TO HHIN.
           SELECT REVIEW-FILE ASSIGN TO AMLREV
               FILE STATUS IS REVIEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  OWNER-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OWNER-IN-REC      PIC X(400).

       FD  HHOLD-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HHOLD-IN-REC      PIC X(100).

       FD  REVIEW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REVIEW-REC        PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  ANTI-MONEY-LAUNDERING AGGREGATION BY OWNER TIN. EVERY SEGMENT   *
      *  69 PREMIUM (ALL-PREM-PAYMENT), WITHDRAWAL (ALL-WITHDRAWAL) AND  *
      *  LOAN (ALL-LOANS) ENTRY IN THE ROLLING 12 MONTHS - THE 365 DAYS  *
      *  ENDING ON THE BUSINESS DATE - IS GATHERED UNDER THE OWNER TIN   *
      *  OF ITS POLICY, SO MONEY SPREAD ACROSS ONE OWNER'S POLICIES IS   *
      *  SEEN TOGETHER. THE POLICY-TO-TIN LINK COMES FROM NYVULOWN'S     *
      *  RPTOWN; NYOWNHH'S HOUSEHOLD ROLLUP SUPPLIES THE NUMBER OF       *
      *  POLICIES THE OWNER HOLDS. PASS 1 BROWSES VSAM2 FOR EACH         *
      *  CONTRACT'S ISSUE DATE; PASS 2 BROWSES VSAMX, AND AN ENTRY'S     *
      *  CALENDAR DATE IS THE ISSUE DATE PLUS ITS TXASOF DURATION, AS IN *
      *  NYPRMTAX. ALL THREE ARE IN CONTRACT ORDER, SO THE PASS 2        *
      *  LOOKUPS ONLY MOVE FORWARD.                                      *
      *  AN OWNER IS FLAGGED FOR REVIEW WHEN -                           *
      *    S  ANY SINGLE ENTRY REACHES THE SINGLE-ITEM THRESHOLD         *
      *    P  12-MONTH PREMIUM IN REACHES THE AGGREGATE THRESHOLD        *
      *    W  12-MONTH WITHDRAWALS PLUS LOANS OUT REACH IT               *
      *    R  THE OWNER HAS THE REPEAT COUNT OR MORE ENTRIES JUST UNDER  *
      *       THE SINGLE-ITEM THRESHOLD (AT OR ABOVE THE NEAR PERCENT)   *
      *  AMLREV CARRIES AN OWNER ROW FOR EACH FLAGGED OWNER FOLLOWED BY  *
      *  EVERY CONTRIBUTING ENTRY, THEN A TRAILER ROW.                   *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYAMLAGG EXEC PGM=NYAMLAGG                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //RPTOWN   DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.OUTPUT.DATA      *
      * //HHIN     DD DISP=SHR,DSN=T54.T9511F0.NYOWNHH.OUTPUT.DATA       *
      * //AMLREV   DD DSN=T54.T9511F0.NYAMLAGG.OUTPUT.DATA,              *
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
      *       COLS 1-9   SINGLE-ITEM THRESHOLD, WHOLE DOLLARS            *
      *                  (DEFAULT 000010000)                             *
      *       COLS 11-19 12-MONTH AGGREGATE THRESHOLD, WHOLE DOLLARS     *
      *                  (DEFAULT 000025000)                             *
      *       COLS 21-23 NEAR-THRESHOLD PERCENT (DEFAULT 090)            *
      *       COLS 25-26 REPEAT COUNT OF NEAR-THRESHOLD ITEMS (DEFAULT   *
      *                  03)                                             *
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
           05 REVIEW-FILE-STATUS             PIC X(02).

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

           05 HHOLD-EOF-IND                  PIC X(1).
              88 HHOLD-EOF                   VALUE 'Y'.

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
           05 WS-AML-CLASS                 PIC X(04).
           05 WS-ENTRY-LEVEL               PIC X(01).

      * THRESHOLDS - SYSIPT OVERRIDABLE
           05 WS-SINGLE-THRESHOLD          PIC 9(09) VALUE 10000.
           05 WS-AGGR-THRESHOLD            PIC 9(09) VALUE 25000.
           05 WS-NEAR-PCT                  PIC 9(03) VALUE 090.
           05 WS-REPEAT-COUNT              PIC 9(02) VALUE 03.
           05 WS-NEAR-FLOOR         PIC S9(09)V99 COMP-3 VALUE +0.

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
           05 WS-OWN-SUB                   PIC S9(05) COMP-3 VALUE +0.
           05 WS-TX-SUB                    PIC S9(05) COMP-3 VALUE +0.
           05 WS-FLAG-SUB                  PIC S9(03) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWNER-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-OWNER-OVFL-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-OWNER-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-ENTRY-TAKEN-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-TXN-OVFL-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-FLAGGED-OWNER-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-REVIEW-TXN-CNT     PIC S9(9) COMP-3 VALUE +0.
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
      * POLICY TO OWNER LINK IN RPTOWN (CONTRACT) ORDER, READ FORWARD   *
      * ON THE VSAMX BROWSE PASS                                        *
      ********************************************************************

       01 POL-OWNER-TABLE.
           05 PO-USED                PIC S9(05) COMP-3 VALUE +0.
           05 PO-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY PO-IDX.
               10 PO-POL-NUM          PIC X(10).
               10 PO-OWNER-SUB        PIC S9(05) COMP-3.
       EJECT

      ********************************************************************
      * ONE ENTRY PER OWNER TIN WITH ITS 12-MONTH ACCUMULATORS. THE     *
      * OWNER'S ENTRIES ARE CHAINED THROUGH TX-NEXT FROM OW-FIRST-TX.   *
      ********************************************************************

       01 OWNER-TABLE.
           05 OW-USED                PIC S9(05) COMP-3 VALUE +0.
           05 OW-ENTRY OCCURS 10000 TIMES.
               10 OW-TIN              PIC X(09).
               10 OW-OWNER-NAME       PIC X(40).
               10 OW-POLICY-CNT       PIC S9(03) COMP-3.
               10 OW-HOUSEHOLD-IND    PIC X(01).
               10 OW-PREM-CNT         PIC S9(05) COMP-3.
               10 OW-PREM-AMT         PIC S9(11)V99 COMP-3.
               10 OW-OUT-CNT          PIC S9(05) COMP-3.
               10 OW-OUT-AMT          PIC S9(11)V99 COMP-3.
               10 OW-MAX-SINGLE       PIC S9(09)V99 COMP-3.
               10 OW-NEAR-CNT         PIC S9(05) COMP-3.
               10 OW-OVER-CNT         PIC S9(05) COMP-3.
               10 OW-FLAGS            PIC X(04).
               10 OW-FIRST-TX         PIC S9(05) COMP-3.
               10 OW-LAST-TX          PIC S9(05) COMP-3.
       EJECT

      ********************************************************************
      * CONTRIBUTING ENTRIES, CHAINED BY OWNER                          *
      ********************************************************************

       01 TXN-TABLE.
           05 TX-USED                PIC S9(05) COMP-3 VALUE +0.
           05 TX-ENTRY OCCURS 50000 TIMES.
               10 TX-POL-NUM          PIC X(10).
               10 TX-TRANS-TYPE       PIC X(02).
               10 TX-CLASS            PIC X(04).
               10 TX-ASOF-YEAR        PIC S9(03) COMP-3.
               10 TX-ASOF-DAY         PIC S9(03) COMP-3.
               10 TX-DAYS-AGO         PIC S9(05) COMP-3.
               10 TX-AMOUNT           PIC S9(09)V99 COMP-3.
               10 TX-LEVEL            PIC X(01).
               10 TX-NEXT             PIC S9(05) COMP-3.
       EJECT

      ********************************************************************
      *     RPTOWN RECORD LAYOUT, AS WRITTEN BY NYVULOWN                 *
      ********************************************************************

       01  OR-RECORD.
           05  OR-POLICY-NUMBER     PIC X(10).
           05  FILLER               PIC X(01).
           05  OR-OWNER-NAME        PIC X(40).
           05  FILLER               PIC X(01).
           05  OR-OWNER-TIN         PIC X(09).
           05  FILLER               PIC X(339).

      ********************************************************************
      *     NYOWNHH HOUSEHOLD HEADER ROW                                 *
      ********************************************************************

       01 HH-HEADER-RECORD.
           05 HHR-RECORD-TYPE        PIC X(01).
              88 HHR-HOUSEHOLD-ROW   VALUE 'H'.
           05 FILLER                 PIC X(01).
           05 HHR-OWNER-TIN          PIC X(09).
           05 FILLER                 PIC X(01).
           05 HHR-OWNER-NAME         PIC X(40).
           05 FILLER                 PIC X(01).
           05 HHR-POLICY-COUNT       PIC ZZ9.
           05 FILLER                 PIC X(44).
       01 HHR-POLICY-COUNT-X REDEFINES HH-HEADER-RECORD.
           05 FILLER                 PIC X(53).
           05 HHR-POLICY-COUNT-CHR   PIC X(03).
           05 FILLER                 PIC X(44).
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
      * SUSPICIOUS-ACTIVITY REVIEW FILE - OWNER ROW, ITS CONTRIBUTING   *
      * ENTRIES, AND ONE TRAILER ROW                                    *
      ********************************************************************

       01 RO-OWNER-RECORD.
           05 RO-RECORD-TYPE         PIC X(01) VALUE 'O'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-OWNER-TIN           PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-POLICY-COUNT        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-HOUSEHOLD-IND       PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-FLAGS               PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-PREM-CNT            PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-PREM-AMT            PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-OUT-CNT             PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-OUT-AMT             PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-MAX-SINGLE          PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-NEAR-CNT            PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RO-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(36) VALUE SPACES.

       01 RT-TXN-RECORD.
           05 RT-RECORD-TYPE         PIC X(01) VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-OWNER-TIN           PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-CLASS               PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-TRANS-TYPE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-DURATION-YEAR       PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-DURATION-DAY        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-DAYS-AGO            PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-AMOUNT              PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RT-LEVEL               PIC X(01).
           05 FILLER                 PIC X(141) VALUE SPACES.

       01 RZ-TRAILER-RECORD.
           05 RZ-RECORD-TYPE         PIC X(01) VALUE 'Z'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-OWNER-CNT           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-FLAGGED-CNT         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-ENTRY-CNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-SINGLE-THRESHOLD    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-AGGR-THRESHOLD      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-NEAR-PCT            PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RZ-REPEAT-COUNT        PIC Z9.
           05 FILLER                 PIC X(132) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYAMLAGG WORKING STORAGE ENDS  '.
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

      * PASS 2 - BROWSE VSAMX AND GATHER 12 MONTHS OF ENTRIES BY OWNER
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           SET PO-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

           MOVE ZERO TO WS-OWN-SUB.
           PERFORM 4000-REVIEW-OWNER
               THRU 4099-REVIEW-OWNER-EXIT
               UNTIL WS-OWN-SUB NOT LESS THAN OW-USED.

           PERFORM 4500-WRITE-TRAILER
               THRU 4599-WRITE-TRAILER-EXIT.

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
           MOVE ZERO TO INF-LKUP-USED PO-USED OW-USED TX-USED.

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
               IF CONTROL-CARD-REC (1:9) NUMERIC
                   MOVE CONTROL-CARD-REC (1:9) TO WS-SINGLE-THRESHOLD
               END-IF
               IF CONTROL-CARD-REC (11:9) NUMERIC
                   MOVE CONTROL-CARD-REC (11:9) TO WS-AGGR-THRESHOLD
               END-IF
               IF CONTROL-CARD-REC (21:3) NUMERIC
                   MOVE CONTROL-CARD-REC (21:3) TO WS-NEAR-PCT
               END-IF
               IF CONTROL-CARD-REC (25:2) NUMERIC
                   MOVE CONTROL-CARD-REC (25:2) TO WS-REPEAT-COUNT
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-SINGLE-THRESHOLD * WS-NEAR-PCT / 100.

           DISPLAY 'AML REVIEW DATE: '          WS-RUN-DATE.
           DISPLAY 'SINGLE-ITEM THRESHOLD: '    WS-SINGLE-THRESHOLD.
           DISPLAY 'AGGREGATE THRESHOLD: '      WS-AGGR-THRESHOLD.
           DISPLAY 'NEAR-THRESHOLD PERCENT: '   WS-NEAR-PCT.
           DISPLAY 'NEAR-THRESHOLD REPEATS: '   WS-REPEAT-COUNT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN AMLREV FAILED, STATUS = '
                       REVIEW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * OWNERS AND THEIR POLICIES OFF RPTOWN, HOUSEHOLD SIZE OFF NYOWNHH
           MOVE 'N' TO OWNER-EOF-IND.
           OPEN INPUT OWNER-IN-FILE.
           PERFORM 1300-LOAD-OWNERS
               THRU 1399-LOAD-OWNERS-EXIT
               UNTIL OWNER-EOF.
           CLOSE OWNER-IN-FILE.

           MOVE 'N' TO HHOLD-EOF-IND.
           OPEN INPUT HHOLD-IN-FILE.
           PERFORM 1400-LOAD-HOUSEHOLDS
               THRU 1499-LOAD-HOUSEHOLDS-EXIT
               UNTIL HHOLD-EOF.
           CLOSE HHOLD-IN-FILE.

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
      *  RPTOWN - ONE POLICY-TO-OWNER LINK PER ROW, OWNER TABLE ENTRY    *
      *  ADDED THE FIRST TIME A TIN IS SEEN                              *
      ********************************************************************

       1300-LOAD-OWNERS.

           READ OWNER-IN-FILE INTO OR-RECORD
               AT END
                   SET OWNER-EOF TO TRUE
                   GO TO 1399-LOAD-OWNERS-EXIT
           END-READ.

           ADD +1 TO WS-OWNER-READ-CNT.

      * ONLY THE FULL-VALUE FEED LINKS OWNERS - A MASKED TIN OR THE
      * MASKED-COPY TRAILER IS NOT NUMERIC AND IS PASSED BY
           IF OR-POLICY-NUMBER EQUAL SPACE
               OR OR-OWNER-TIN NOT NUMERIC
               GO TO 1399-LOAD-OWNERS-EXIT
           END-IF.

           PERFORM 1600-FIND-OWNER
               THRU 1699-FIND-OWNER-EXIT.

           IF WS-OWN-SUB EQUAL ZERO
               GO TO 1399-LOAD-OWNERS-EXIT
           END-IF.

           IF PO-USED NOT LESS THAN 20000
               ADD +1 TO WS-OWNER-OVFL-CNT
               GO TO 1399-LOAD-OWNERS-EXIT
           END-IF.

           ADD +1 TO PO-USED.
           MOVE OR-POLICY-NUMBER TO PO-POL-NUM (PO-USED).
           MOVE WS-OWN-SUB       TO PO-OWNER-SUB (PO-USED).
           ADD +1 TO OW-POLICY-CNT (WS-OWN-SUB).

       1399-LOAD-OWNERS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NYOWNHH HOUSEHOLD HEADERS - MARK THE OWNER AS A HOUSEHOLD AND   *
      *  TAKE ITS POLICY COUNT                                           *
      ********************************************************************

       1400-LOAD-HOUSEHOLDS.

           READ HHOLD-IN-FILE INTO HH-HEADER-RECORD
               AT END
                   SET HHOLD-EOF TO TRUE
                   GO TO 1499-LOAD-HOUSEHOLDS-EXIT
           END-READ.

           IF NOT HHR-HOUSEHOLD-ROW
               GO TO 1499-LOAD-HOUSEHOLDS-EXIT
           END-IF.

           MOVE ZERO TO WS-OWN-SUB.

       1430-LOAD-HOUSEHOLDS-SEARCH.

           ADD +1 TO WS-OWN-SUB.
           IF WS-OWN-SUB GREATER THAN OW-USED
               GO TO 1499-LOAD-HOUSEHOLDS-EXIT
           END-IF.

           IF OW-TIN (WS-OWN-SUB) NOT EQUAL HHR-OWNER-TIN
               GO TO 1430-LOAD-HOUSEHOLDS-SEARCH
           END-IF.

           MOVE 'Y' TO OW-HOUSEHOLD-IND (WS-OWN-SUB).
           INSPECT HHR-POLICY-COUNT-CHR REPLACING ALL ' ' BY '0'.
           IF HHR-POLICY-COUNT-CHR NUMERIC
               MOVE HHR-POLICY-COUNT-CHR TO OW-POLICY-CNT (WS-OWN-SUB)
           END-IF.

       1499-LOAD-HOUSEHOLDS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  FIND (OR ADD) THE OWNER TABLE ENTRY FOR OR-OWNER-TIN. ZERO WHEN *
      *  THE TABLE IS FULL.                                              *
      ********************************************************************

       1600-FIND-OWNER.

           MOVE ZERO TO WS-OWN-SUB.

       1630-FIND-OWNER-SEARCH.

           ADD +1 TO WS-OWN-SUB.
           IF WS-OWN-SUB GREATER THAN OW-USED
               GO TO 1660-FIND-OWNER-INSERT
           END-IF.

           IF OW-TIN (WS-OWN-SUB) EQUAL OR-OWNER-TIN
               GO TO 1699-FIND-OWNER-EXIT
           END-IF.

           GO TO 1630-FIND-OWNER-SEARCH.

       1660-FIND-OWNER-INSERT.

           IF OW-USED NOT LESS THAN 10000
               ADD +1 TO WS-OWNER-OVFL-CNT
               MOVE ZERO TO WS-OWN-SUB
               GO TO 1699-FIND-OWNER-EXIT
           END-IF.

           ADD +1 TO OW-USED.
           MOVE OW-USED        TO WS-OWN-SUB.
           MOVE OR-OWNER-TIN   TO OW-TIN (OW-USED).
           MOVE OR-OWNER-NAME  TO OW-OWNER-NAME (OW-USED).
           MOVE 'N'            TO OW-HOUSEHOLD-IND (OW-USED).
           MOVE SPACE          TO OW-FLAGS (OW-USED).
           MOVE ZERO           TO OW-POLICY-CNT (OW-USED)
                                  OW-PREM-CNT (OW-USED)
                                  OW-PREM-AMT (OW-USED)
                                  OW-OUT-CNT (OW-USED)
                                  OW-OUT-AMT (OW-USED)
                                  OW-MAX-SINGLE (OW-USED)
                                  OW-NEAR-CNT (OW-USED)
                                  OW-OVER-CNT (OW-USED)
                                  OW-FIRST-TX (OW-USED)
                                  OW-LAST-TX (OW-USED).

       1699-FIND-OWNER-EXIT.
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
      *  PASS 2 - READ VSAMX AND GATHER THE 12-MONTH PREMIUM,            *
      *  WITHDRAWAL AND LOAN ENTRIES UNDER THE POLICY'S OWNER            *
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
               ADD +1 TO WS-NO-OWNER-CNT
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

           MOVE PO-OWNER-SUB (PO-IDX) TO WS-OWN-SUB.
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

           EVALUATE TRUE
               WHEN ALL-PREM-PAYMENT
                   MOVE 'PREM' TO WS-AML-CLASS
               WHEN ALL-WITHDRAWAL
                   MOVE 'WDRL' TO WS-AML-CLASS
               WHEN ALL-LOANS
                   MOVE 'LOAN' TO WS-AML-CLASS
               WHEN OTHER
                   GO TO 3620-NEXT-SEG-69
           END-EVALUATE.

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
               OR WS-DAYS-AGO NOT LESS THAN 365
               GO TO 3620-NEXT-SEG-69
           END-IF.

           PERFORM 3700-ADD-OWNER-ENTRY
               THRU 3799-ADD-OWNER-ENTRY-EXIT.

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
      *  ADD THE ENTRY TO ITS OWNER'S ACCUMULATORS AND CHAIN IT ON THE   *
      *  OWNER'S ENTRY LIST. LEVEL 'O' = AT OR OVER THE SINGLE-ITEM      *
      *  THRESHOLD, 'N' = JUST UNDER IT.                                 *
      ********************************************************************

       3700-ADD-OWNER-ENTRY.

           ADD +1 TO WS-ENTRY-TAKEN-CNT.

           IF WS-AML-CLASS EQUAL 'PREM'
               ADD +1 TO OW-PREM-CNT (WS-OWN-SUB)
               ADD TXGROSS-GROSS-AMOUNT TO OW-PREM-AMT (WS-OWN-SUB)
           ELSE
               ADD +1 TO OW-OUT-CNT (WS-OWN-SUB)
               ADD TXGROSS-GROSS-AMOUNT TO OW-OUT-AMT (WS-OWN-SUB)
           END-IF.

           IF TXGROSS-GROSS-AMOUNT GREATER THAN
                   OW-MAX-SINGLE (WS-OWN-SUB)
               MOVE TXGROSS-GROSS-AMOUNT TO OW-MAX-SINGLE (WS-OWN-SUB)
           END-IF.

      * THE OWNER'S OVER AND NEAR COUNTS DRIVE THE FLAGS, SO THE ENTRY
      * IS CLASSIFIED EVEN WHEN THE ENTRY TABLE HAS NO ROOM FOR IT
           MOVE SPACE TO WS-ENTRY-LEVEL.
           IF TXGROSS-GROSS-AMOUNT NOT LESS THAN WS-SINGLE-THRESHOLD
               MOVE 'O' TO WS-ENTRY-LEVEL
               ADD +1 TO OW-OVER-CNT (WS-OWN-SUB)
           ELSE
               IF TXGROSS-GROSS-AMOUNT NOT LESS THAN WS-NEAR-FLOOR
                   MOVE 'N' TO WS-ENTRY-LEVEL
                   ADD +1 TO OW-NEAR-CNT (WS-OWN-SUB)
               END-IF
           END-IF.

           IF TX-USED NOT LESS THAN 50000
               ADD +1 TO WS-TXN-OVFL-CNT
               GO TO 3799-ADD-OWNER-ENTRY-EXIT
           END-IF.

           ADD +1 TO TX-USED.
           MOVE NRCSRCHK-POL-NUMBER  TO TX-POL-NUM (TX-USED).
           MOVE TXTRNTYP-TRANS-TYPE  TO TX-TRANS-TYPE (TX-USED).
           MOVE WS-AML-CLASS         TO TX-CLASS (TX-USED).
           MOVE TXASOF-YEAR          TO TX-ASOF-YEAR (TX-USED).
           MOVE TXASOF-DAY           TO TX-ASOF-DAY (TX-USED).
           MOVE WS-DAYS-AGO          TO TX-DAYS-AGO (TX-USED).
           MOVE TXGROSS-GROSS-AMOUNT TO TX-AMOUNT (TX-USED).
           MOVE ZERO                 TO TX-NEXT (TX-USED).
           MOVE WS-ENTRY-LEVEL       TO TX-LEVEL (TX-USED).

           IF OW-FIRST-TX (WS-OWN-SUB) EQUAL ZERO
               MOVE TX-USED TO OW-FIRST-TX (WS-OWN-SUB)
           ELSE
               MOVE OW-LAST-TX (WS-OWN-SUB) TO WS-TX-SUB
               MOVE TX-USED TO TX-NEXT (WS-TX-SUB)
           END-IF.
           MOVE TX-USED TO OW-LAST-TX (WS-OWN-SUB).

       3799-ADD-OWNER-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  TEST ONE OWNER AGAINST THE THRESHOLDS. A FLAGGED OWNER IS       *
      *  WRITTEN WITH EVERY ENTRY ON ITS CHAIN.                          *
      ********************************************************************

       4000-REVIEW-OWNER.

           ADD +1 TO WS-OWN-SUB.
           MOVE SPACE TO OW-FLAGS (WS-OWN-SUB).
           MOVE ZERO  TO WS-FLAG-SUB.

           IF OW-OVER-CNT (WS-OWN-SUB) GREATER THAN ZERO
               ADD +1 TO WS-FLAG-SUB
               MOVE 'S' TO OW-FLAGS (WS-OWN-SUB) (WS-FLAG-SUB:1)
           END-IF.

           IF OW-PREM-AMT (WS-OWN-SUB) NOT LESS THAN WS-AGGR-THRESHOLD
               ADD +1 TO WS-FLAG-SUB
               MOVE 'P' TO OW-FLAGS (WS-OWN-SUB) (WS-FLAG-SUB:1)
           END-IF.

           IF OW-OUT-AMT (WS-OWN-SUB) NOT LESS THAN WS-AGGR-THRESHOLD
               ADD +1 TO WS-FLAG-SUB
               MOVE 'W' TO OW-FLAGS (WS-OWN-SUB) (WS-FLAG-SUB:1)
           END-IF.

           IF OW-NEAR-CNT (WS-OWN-SUB) NOT LESS THAN WS-REPEAT-COUNT
               AND WS-REPEAT-COUNT GREATER THAN ZERO
               ADD +1 TO WS-FLAG-SUB
               MOVE 'R' TO OW-FLAGS (WS-OWN-SUB) (WS-FLAG-SUB:1)
           END-IF.

           IF WS-FLAG-SUB EQUAL ZERO
               GO TO 4099-REVIEW-OWNER-EXIT
           END-IF.

           ADD +1 TO WS-FLAGGED-OWNER-CNT.

           MOVE OW-TIN (WS-OWN-SUB)           TO RO-OWNER-TIN.
           MOVE OW-OWNER-NAME (WS-OWN-SUB)    TO RO-OWNER-NAME.
           MOVE OW-POLICY-CNT (WS-OWN-SUB)    TO RO-POLICY-COUNT.
           MOVE OW-HOUSEHOLD-IND (WS-OWN-SUB) TO RO-HOUSEHOLD-IND.
           MOVE OW-FLAGS (WS-OWN-SUB)         TO RO-FLAGS.
           MOVE OW-PREM-CNT (WS-OWN-SUB)      TO RO-PREM-CNT.
           MOVE OW-PREM-AMT (WS-OWN-SUB)      TO RO-PREM-AMT.
           MOVE OW-OUT-CNT (WS-OWN-SUB)       TO RO-OUT-CNT.
           MOVE OW-OUT-AMT (WS-OWN-SUB)       TO RO-OUT-AMT.
           MOVE OW-MAX-SINGLE (WS-OWN-SUB)    TO RO-MAX-SINGLE.
           MOVE OW-NEAR-CNT (WS-OWN-SUB)      TO RO-NEAR-CNT.
           MOVE WS-RUN-DATE                   TO RO-RUN-DATE.
           PERFORM 4900-WRITE-REVIEW-ROW
               THRU 4999-WRITE-REVIEW-ROW-EXIT.

           MOVE OW-FIRST-TX (WS-OWN-SUB) TO WS-TX-SUB.
           PERFORM 4100-WRITE-OWNER-ENTRY
               THRU 4199-WRITE-OWNER-ENTRY-EXIT
               UNTIL WS-TX-SUB EQUAL ZERO.

       4099-REVIEW-OWNER-EXIT.
           EXIT.
       EJECT

       4100-WRITE-OWNER-ENTRY.

           MOVE OW-TIN (WS-OWN-SUB)          TO RT-OWNER-TIN.
           MOVE TX-POL-NUM (WS-TX-SUB)       TO RT-POLICY-NUMBER.
           MOVE TX-CLASS (WS-TX-SUB)         TO RT-CLASS.
           MOVE TX-TRANS-TYPE (WS-TX-SUB)    TO RT-TRANS-TYPE.
           MOVE TX-ASOF-YEAR (WS-TX-SUB)     TO RT-DURATION-YEAR.
           MOVE TX-ASOF-DAY (WS-TX-SUB)      TO RT-DURATION-DAY.
           MOVE TX-DAYS-AGO (WS-TX-SUB)      TO RT-DAYS-AGO.
           MOVE TX-AMOUNT (WS-TX-SUB)        TO RT-AMOUNT.
           MOVE TX-LEVEL (WS-TX-SUB)         TO RT-LEVEL.

           WRITE REVIEW-REC FROM RT-TXN-RECORD.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE AMLREV FAILED, STATUS = '
                       REVIEW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REVIEW-TXN-CNT.

           MOVE TX-NEXT (WS-TX-SUB) TO WS-TX-SUB.

       4199-WRITE-OWNER-ENTRY-EXIT.
           EXIT.
       EJECT

       4500-WRITE-TRAILER.

           MOVE WS-RUN-DATE           TO RZ-RUN-DATE.
           MOVE OW-USED               TO RZ-OWNER-CNT.
           MOVE WS-FLAGGED-OWNER-CNT  TO RZ-FLAGGED-CNT.
           MOVE WS-ENTRY-TAKEN-CNT    TO RZ-ENTRY-CNT.
           MOVE WS-SINGLE-THRESHOLD   TO RZ-SINGLE-THRESHOLD.
           MOVE WS-AGGR-THRESHOLD     TO RZ-AGGR-THRESHOLD.
           MOVE WS-NEAR-PCT           TO RZ-NEAR-PCT.
           MOVE WS-REPEAT-COUNT       TO RZ-REPEAT-COUNT.

           WRITE REVIEW-REC FROM RZ-TRAILER-RECORD.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE AMLREV FAILED, STATUS = '
                       REVIEW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4599-WRITE-TRAILER-EXIT.
           EXIT.
       EJECT

       4900-WRITE-REVIEW-ROW.

           WRITE REVIEW-REC FROM RO-OWNER-RECORD.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE AMLREV FAILED, STATUS = '
                       REVIEW-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4999-WRITE-REVIEW-ROW-EXIT.
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

           CLOSE REVIEW-FILE.

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
           DISPLAY 'OWNER TINS: '                OW-USED.
           DISPLAY 'OWNER TABLE OVERFLOW: '      WS-OWNER-OVFL-CNT.
           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'HISTORY WITH NO OWNER: '     WS-NO-OWNER-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY '12-MONTH ENTRIES TAKEN: '    WS-ENTRY-TAKEN-CNT.
           DISPLAY 'ENTRY TABLE OVERFLOW: '      WS-TXN-OVFL-CNT.
           DISPLAY 'OWNERS FLAGGED: '            WS-FLAGGED-OWNER-CNT.
           DISPLAY 'ENTRIES LISTED: '            WS-REVIEW-TXN-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
