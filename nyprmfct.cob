       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYPRMFCT.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN-FILE   ASSIGN TO BUSDATE.
           SELECT DUNNING-IN-FILE   ASSIGN TO DUNLIST.
           SELECT LAPWARN-IN-FILE   ASSIGN TO LAPWARN.
           SELECT FORECAST-PRI-FILE ASSIGN TO FCSTPRI.
           SELECT FORECAST-OUT-FILE ASSIGN TO FCSTOUT
               FILE STATUS IS FORECAST-OUT-FILE-STATUS.
           SELECT FCST-RPT-FILE     ASSIGN TO FCSTRPT
               FILE STATUS IS FCST-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  DUNNING-IN-FILE
           RECORDING MODE IS F.
       01  DUNNING-IN-REC         PIC X(30).

       FD  LAPWARN-IN-FILE
           RECORDING MODE IS F.
       01  LAPWARN-IN-REC         PIC X(200).

       FD  FORECAST-PRI-FILE
           RECORDING MODE IS F.
       01  FORECAST-PRI-REC       PIC X(200).

       FD  FORECAST-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FORECAST-OUT-REC       PIC X(200).

       FD  FCST-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FCST-RPT-REC           PIC X(350).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  TWELVE-MONTH PREMIUM CASH-FLOW PROJECTION FOR TREASURY. THE     *
      *  MONTHLY FIGURE TREASURY USED TO GET WAS A PREMDUE TOTAL THAT    *
      *  IGNORED PAYMENT MODE AND THE DELINQUENT POPULATION. THIS        *
      *  PROGRAM BROWSES VSAM2 AND, FOR EACH POLICY, WALKS THE FULL      *
      *  SEGMENT-69 HISTORY ON VSAMX FOR ITS REG-PAYMENTS (PR), THE      *
      *  SAME PLANNED-PREMIUM TRANSACTION PREMDUE'S CADENCE IS BUILT     *
      *  FROM. THE LATEST REG-PAYMENT GIVES THE PLANNED PREMIUM; THE     *
      *  SPACING BETWEEN THE LAST TWO GIVES THE PAYMENT MODE - MONTHLY,  *
      *  QUARTERLY, SEMI-ANNUAL OR ANNUAL (ANNUAL WHEN ONLY ONE IS ON    *
      *  FILE, AS PREMDUE ASSUMES). TXASOF IS THE CONTRACT DURATION      *
      *  YEAR AND DAY, SO A PAYMENT'S CALENDAR MONTH IS THE CV-SEGMENT   *
      *  ISSUE MONTH PLUS THAT MANY CONTRACT MONTHS, COUNTED THE WAY     *
      *  NYAGTPER COUNTS THEM.                                           *
      *  FROM THE LAST REG-PAYMENT THE PREMIUM IS PROJECTED FORWARD AT   *
      *  ITS MODE INTO EACH OF THE TWELVE MONTHS STARTING WITH THE       *
      *  BUSINESS-DATE MONTH. A TERMINATED POLICY (CV CURR-STAT 98/99),  *
      *  A POLICY ON NYPREMDN'S CURRENT DUNNING LIST, A POLICY ON        *
      *  NYLAPWRN'S LAPSE-PENDING WARNING LIST, AND A POLICY WHOSE NEXT  *
      *  REG-PAYMENT WAS DUE MORE THAN TWELVE MONTHS AGO ARE NOT         *
      *  PROJECTED; EACH IS COUNTED.                                     *
      *  THE PROJECTION IS TOTALLED BY PLAN CODE AND FOR THE COMPANY     *
      *  AND CARRIED FORWARD AS A GDG, ONE ROW PER PLAN. THE NEXT        *
      *  MONTH'S RUN READS IT BACK FOR THE PROJECTED-VERSUS-ACTUAL       *
      *  LINE: WHAT WAS PROJECTED FOR THE MONTH JUST ENDED AGAINST THE   *
      *  REG-PAYMENTS ACTUALLY POSTED IN THAT MONTH BY EVERY POLICY ON   *
      *  THE PLAN, EXCLUDED OR NOT, WITH THE VARIANCE AND THE ACTUAL AS  *
      *  A PERCENT OF THE PROJECTION.                                    *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYPRMFCT EXEC PGM=NYPRMFCT                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //DUNLIST  DD DISP=SHR,DSN=T54.T9511F0.NYPREMDN.DUNNING.DATA(0)  *
      * //LAPWARN  DD DISP=SHR,DSN=T54.T9511F0.NYLAPWRN.WARNING.DATA     *
      * //FCSTPRI  DD DISP=SHR,DSN=T54.T9511F0.NYPRMFCT.FORECAST.DATA(0) *
      * //FCSTOUT  DD DSN=T54.T9511F0.NYPRMFCT.FORECAST.DATA(+1),        *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //FCSTRPT  DD DSN=T54.T9511F0.NYPRMFCT.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=350,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     RUN ONCE A MONTH, EARLY IN THE MONTH. THE TWELVE PROJECTED   *
      *     MONTHS START WITH THE BUSINESS-DATE MONTH; BUSDATE MAY BE    *
      *     DUMMY - THE SYSTEM DATE IS THEN USED.                        *
      *     DUNLIST - NYPREMDN'S CURRENT DUNNING GENERATION.             *
      *     LAPWARN - NYLAPWRN'S LAPSE-PENDING WARNING LIST.             *
      *     FCSTPRI/FCSTOUT - THE PROJECTION GDG: PLAN CODE, FIRST       *
      *       PROJECTED MONTH (CCYYMM) AND THE TWELVE MONTHLY AMOUNTS.   *
      *       FCSTPRI IS DUMMY ON THE FIRST RUN. A SECOND RUN IN THE     *
      *       SAME MONTH SHOULD POINT FCSTPRI AT (-1).                   *
      *     FCSTRPT - ROW TYPES: H COLUMN HEADINGS WITH THE TWELVE       *
      *       MONTHS, P PLAN, C COMPANY TOTAL. P AND C ROWS CARRY THE    *
      *       POLICIES PROJECTED, THE TWELVE MONTHLY AMOUNTS, THE        *
      *       TWELVE-MONTH TOTAL, THEN THE PRIOR MONTH'S PROJECTED,      *
      *       ACTUAL, VARIANCE AND ACTUAL PERCENT OF PROJECTED.          *
      *     DUNLIST, LAPWARN AND VSAM2 ARE ALL IN POLICY ORDER.          *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MORE PLAN CODES THAN THE TABLE HOLDS - THE OVERFLOW IS       *
      *     COUNTED AND DISPLAYED                                        *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYPRMFCT WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.

           05 FORECAST-OUT-FILE-STATUS       PIC X(02).
           05 FCST-RPT-FILE-STATUS           PIC X(02).

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
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 DUNNING-EOF-IND               PIC X(1).
              88 DUNNING-EOF                VALUE 'Y'.
           05 LAPWARN-EOF-IND               PIC X(1).
              88 LAPWARN-EOF                VALUE 'Y'.
           05 FORECAST-EOF-IND              PIC X(1).
              88 FORECAST-EOF               VALUE 'Y'.

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

           05 CHECK-TRANS-OUT                      PIC X(02).
              88 REG-PAYMENT                       VALUE 'PR'.

      * BUSINESS DATE - SYSTEM DATE UNLESS BUSDATE CARRIES ONE
           05 WS-CURR-DATE.
              10 WS-CURR-YEAR         PIC 9(02).
              10 WS-CURR-MO           PIC 9(02).
              10 WS-CURR-DAY          PIC 9(02).
           05 WS-RUN-DATE.
              10 WS-RUN-MM            PIC 9(02).
              10 WS-RUN-DD            PIC 9(02).
              10 WS-RUN-CC            PIC 9(02) VALUE 20.
              10 WS-RUN-YY            PIC 9(02).
           05 WS-BUSDATE-CARD         PIC X(80) VALUE SPACE.

      * MONTHS ARE HELD AS A MONTH NUMBER - CCYY * 12 + MM - 1 - SO
      * THEY ADD AND COMPARE DIRECTLY
           05 WS-RUN-MONTH-NO         PIC S9(07) COMP-3 VALUE +0.
           05 WS-PRIOR-MONTH-NO       PIC S9(07) COMP-3 VALUE +0.
           05 WS-LAST-MONTH-NO        PIC S9(07) COMP-3 VALUE +0.
           05 WS-WORK-MONTH-NO        PIC S9(07) COMP-3 VALUE +0.
           05 WS-START-MONTH-NO       PIC S9(07) COMP-3 VALUE +0.
           05 WS-MONTH-LABEL.
              10 WS-LABEL-CCYY        PIC 9(04).
              10 WS-LABEL-MM          PIC 9(02).

      * CURRENT POLICY
           05 WS-ISSUE-DATE.
              10 WS-ISSUE-MM          PIC 9(02).
              10 WS-ISSUE-DD          PIC 9(02).
              10 WS-ISSUE-CCYY        PIC 9(04).
           05 WS-ISSUE-MONTH-NO       PIC S9(07) COMP-3 VALUE +0.
           05 WS-PLAN-CODE            PIC X(11).
           05 WS-REG-PAY-CNT          PIC S9(05) COMP-3 VALUE +0.
           05 WS-LAST-PAY-YEAR        PIC S9(03) COMP-3 VALUE +0.
           05 WS-LAST-PAY-DAY         PIC S9(03) COMP-3 VALUE +0.
           05 WS-PREV-PAY-YEAR        PIC S9(03) COMP-3 VALUE +0.
           05 WS-PREV-PAY-DAY         PIC S9(03) COMP-3 VALUE +0.
           05 WS-PLANNED-PREMIUM      PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-PRIOR-ACTUAL         PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-GAP-DAYS             PIC S9(07) COMP-3 VALUE +0.
           05 WS-GAP-MONTHS           PIC S9(05) COMP-3 VALUE +0.
           05 WS-MODE-MONTHS          PIC S9(03) COMP-3 VALUE +0.
           05 WS-MONTH-SLOT           PIC S9(05) COMP-3 VALUE +0.

      * TABLE SEARCH/INSERT AND LOOP SUBSCRIPTS
           05 WS-PL-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-SHIFT-SUB            PIC S9(05) COMP-3 VALUE +0.
           05 WS-MO-SUB               PIC S9(05) COMP-3 VALUE +0.

      * ROW TOTALS
           05 WS-ROW-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-ROW-PROJECTED        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-ROW-ACTUAL           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-ROW-PCT              PIC S9(05)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-POLICY-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-COVERAGE-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-HISTORY-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-TERMINATED-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-DELINQUENT-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-LAPSE-PENDING-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-PATTERN-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-STOPPED-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-PROJECTED-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-PLAN-OVFL-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-ROWS-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-FORECAST-OUT-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-REPORT-ROW-CNT       PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  PROJECTION BY PLAN CODE, HELD IN PLAN CODE ORDER, WITH THE     *
      *  PRIOR MONTH'S PROJECTED AND ACTUAL AMOUNTS                     *
      ********************************************************************

       01 PLAN-TABLE.
           05 PL-USED                PIC S9(05) COMP-3 VALUE +0.
           05 PL-ENTRY OCCURS 600 TIMES.
               10 PL-PLAN-CODE        PIC X(11).
               10 PL-POLICY-CNT       PIC S9(07) COMP-3.
               10 PL-MONTH-AMT        PIC S9(11)V99 COMP-3
                                      OCCURS 12 TIMES.
               10 PL-PRIOR-PROJECTED  PIC S9(11)V99 COMP-3.
               10 PL-PRIOR-ACTUAL     PIC S9(11)V99 COMP-3.

       01 COMPANY-TOTALS.
           05 CO-POLICY-CNT          PIC S9(07) COMP-3 VALUE +0.
           05 CO-MONTH-AMT           PIC S9(11)V99 COMP-3
                                     OCCURS 12 TIMES.
           05 CO-PRIOR-PROJECTED     PIC S9(11)V99 COMP-3 VALUE +0.
           05 CO-PRIOR-ACTUAL        PIC S9(11)V99 COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  INPUT RECORD VIEWS - NYPREMDN DUNNING ROW AND NYLAPWRN         *
      *  WARNING ROW, JUST THE POLICY NUMBER                            *
      ********************************************************************

       01 DN-DUNNING-RECORD.
           05 DN-POLICY              PIC X(10).
           05 FILLER                 PIC X(20).

       01 LW-WARNING-RECORD.
           05 LW-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(190).

      ********************************************************************
      *  CARRIED PROJECTION ROW (FCSTPRI IN / FCSTOUT OUT)              *
      ********************************************************************

       01 FC-FORECAST-RECORD.
           05 FC-PLAN-CODE           PIC X(11).
           05 FC-START-MONTH.
               10 FC-START-CCYY      PIC 9(04).
               10 FC-START-MM        PIC 9(02).
           05 FC-MONTH-AMT           PIC S9(11)V99
                                     OCCURS 12 TIMES.
           05 FILLER                 PIC X(27).
       EJECT

      ********************************************************************
      *  PROJECTION REPORT ROW - P PLAN, C COMPANY TOTAL                *
      ********************************************************************

       01 FR-FORECAST-ROW.
           05 FR-RECORD-TYPE         PIC X(01).
              88 FR-PLAN-ROW         VALUE 'P'.
              88 FR-COMPANY-ROW      VALUE 'C'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-PLAN-CODE           PIC X(11).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-POLICY-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-MONTH OCCURS 12 TIMES.
               10 FR-MONTH-AMT       PIC -,---,---,--9.99.
               10 FILLER             PIC X(01) VALUE X'05'.
           05 FR-TWELVE-MONTH-TOTAL  PIC --,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-PRIOR-MONTH         PIC X(06).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-PRIOR-PROJECTED     PIC -,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-PRIOR-ACTUAL        PIC -,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-PRIOR-VARIANCE      PIC -,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FR-ACTUAL-PCT          PIC ZZZZ9.99.
           05 FILLER                 PIC X(40).

      ********************************************************************
      *  COLUMN HEADING ROW - SAME COLUMNS AS THE PROJECTION ROW        *
      ********************************************************************

       01 FH-HEADING-ROW.
           05 FH-RECORD-TYPE         PIC X(01) VALUE 'H'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-PLAN-CODE           PIC X(11) VALUE 'PLAN CODE'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-POLICY-COUNT        PIC X(07) VALUE 'COUNT'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-MONTH OCCURS 12 TIMES.
               10 FH-MONTH-LABEL     PIC X(16).
               10 FILLER             PIC X(01) VALUE X'05'.
           05 FH-TWELVE-MONTH-TOTAL  PIC X(17) VALUE 'TWELVE MONTHS'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-PRIOR-MONTH         PIC X(06).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-PRIOR-PROJECTED     PIC X(16) VALUE 'PROJECTED'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-PRIOR-ACTUAL        PIC X(16) VALUE 'ACTUAL'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-PRIOR-VARIANCE      PIC X(16) VALUE 'VARIANCE'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 FH-ACTUAL-PCT          PIC X(08) VALUE 'PCT'.
           05 FILLER                 PIC X(40) VALUE SPACE.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYPRMFCT WORKING STORAGE ENDS  '.
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

           PERFORM 2000-PROJECT-POLICIES
               THRU 2099-PROJECT-POLICIES-EXIT
               UNTIL END-OF-VSAM.

           PERFORM 3000-WRITE-PROJECTION
               THRU 3099-WRITE-PROJECTION-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE SPACE TO DUNNING-EOF-IND.
           MOVE SPACE TO LAPWARN-EOF-IND.
           MOVE SPACE TO FORECAST-EOF-IND.
           MOVE SPACE TO DN-POLICY.
           MOVE SPACE TO LW-POLICY-NUMBER.
           INITIALIZE COMPANY-TOTALS.

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

           COMPUTE WS-RUN-MONTH-NO =
               (WS-RUN-CC * 100 + WS-RUN-YY) * 12 + WS-RUN-MM - 1.
           COMPUTE WS-PRIOR-MONTH-NO = WS-RUN-MONTH-NO - 1.
           DISPLAY 'PROJECTION BUSINESS DATE: ' WS-RUN-DATE.

           OPEN INPUT  DUNNING-IN-FILE.
           OPEN INPUT  LAPWARN-IN-FILE.
           OPEN INPUT  FORECAST-PRI-FILE.
           OPEN OUTPUT FORECAST-OUT-FILE.
           IF FORECAST-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROJECTION CARRY FILE: '
                       FORECAST-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT FCST-RPT-FILE.
           IF FCST-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROJECTION REPORT: '
                       FCST-RPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1100-LOAD-PRIOR-FORECAST
               THRU 1199-LOAD-PRIOR-FORECAST-EXIT
               UNTIL FORECAST-EOF.
           CLOSE FORECAST-PRI-FILE.

           PERFORM 2600-READ-DUNNING
               THRU 2699-READ-DUNNING-EXIT.
           PERFORM 2700-READ-LAPWARN
               THRU 2799-READ-LAPWARN-EXIT.

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

      *  LAST MONTH'S PROJECTION - PICK OUT, BY PLAN, WHAT IT PROJECTED
      *  FOR THE MONTH JUST ENDED
       1100-LOAD-PRIOR-FORECAST.

           READ FORECAST-PRI-FILE INTO FC-FORECAST-RECORD
               AT END
                   SET FORECAST-EOF TO TRUE
                   GO TO 1199-LOAD-PRIOR-FORECAST-EXIT
           END-READ.

           IF FC-START-MONTH NOT NUMERIC
               GO TO 1199-LOAD-PRIOR-FORECAST-EXIT
           END-IF.

           ADD +1 TO WS-PRIOR-ROWS-CNT.
           COMPUTE WS-START-MONTH-NO =
               FC-START-CCYY * 12 + FC-START-MM - 1.
           COMPUTE WS-MONTH-SLOT =
               WS-PRIOR-MONTH-NO - WS-START-MONTH-NO + 1.
           IF WS-MONTH-SLOT LESS THAN 1
               OR WS-MONTH-SLOT GREATER THAN 12
               GO TO 1199-LOAD-PRIOR-FORECAST-EXIT
           END-IF.

           MOVE FC-PLAN-CODE TO WS-PLAN-CODE.
           PERFORM 2400-FIND-PLAN-ENTRY
               THRU 2499-FIND-PLAN-ENTRY-EXIT.
           IF WS-PL-SUB EQUAL ZERO
               GO TO 1199-LOAD-PRIOR-FORECAST-EXIT
           END-IF.

           ADD FC-MONTH-AMT (WS-MONTH-SLOT)
               TO PL-PRIOR-PROJECTED (WS-PL-SUB).

       1199-LOAD-PRIOR-FORECAST-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BROWSE VSAM2 - POST EACH POLICY'S PRIOR-MONTH REG-PAYMENTS AS  *
      *  ACTUAL, THEN PROJECT IT UNLESS IT IS EXCLUDED                  *
      ********************************************************************

       2000-PROJECT-POLICIES.

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
               ADD +1 TO WS-NO-COVERAGE-CNT
               GO TO 2080-NEXT-POLICY
           END-IF.
           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF ISSUE-DATE OF CV-SEGMENT NOT NUMERIC
               ADD +1 TO WS-NO-COVERAGE-CNT
               GO TO 2080-NEXT-POLICY
           END-IF.

           MOVE ISSUE-DATE OF CV-SEGMENT TO WS-ISSUE-DATE.
           COMPUTE WS-ISSUE-MONTH-NO =
               WS-ISSUE-CCYY * 12 + WS-ISSUE-MM - 1.
           MOVE PLAN-CODE OF CV-SEGMENT TO WS-PLAN-CODE.

           PERFORM 2200-WALK-REG-PAYMENTS
               THRU 2299-WALK-REG-PAYMENTS-EXIT.

      * ACTUAL RECEIPTS COUNT WHETHER OR NOT THE POLICY IS PROJECTED
           IF WS-PRIOR-ACTUAL NOT EQUAL ZERO
               PERFORM 2400-FIND-PLAN-ENTRY
                   THRU 2499-FIND-PLAN-ENTRY-EXIT
               IF WS-PL-SUB GREATER THAN ZERO
                   ADD WS-PRIOR-ACTUAL
                       TO PL-PRIOR-ACTUAL (WS-PL-SUB)
               END-IF
           END-IF.

           IF CURR-STAT OF CV-SEGMENT EQUAL '98'
               OR CURR-STAT OF CV-SEGMENT EQUAL '99'
               ADD +1 TO WS-TERMINATED-CNT
               GO TO 2080-NEXT-POLICY
           END-IF.

           PERFORM 2600-READ-DUNNING
               THRU 2699-READ-DUNNING-EXIT
               UNTIL DUNNING-EOF
                  OR DN-POLICY NOT LESS THAN INFORCE-POL-NUMBER.
           IF NOT DUNNING-EOF
               AND DN-POLICY EQUAL INFORCE-POL-NUMBER
               ADD +1 TO WS-DELINQUENT-CNT
               GO TO 2080-NEXT-POLICY
           END-IF.

           PERFORM 2700-READ-LAPWARN
               THRU 2799-READ-LAPWARN-EXIT
               UNTIL LAPWARN-EOF
                  OR LW-POLICY-NUMBER NOT LESS THAN INFORCE-POL-NUMBER.
           IF NOT LAPWARN-EOF
               AND LW-POLICY-NUMBER EQUAL INFORCE-POL-NUMBER
               ADD +1 TO WS-LAPSE-PENDING-CNT
               GO TO 2080-NEXT-POLICY
           END-IF.

           IF WS-REG-PAY-CNT EQUAL ZERO
               ADD +1 TO WS-NO-PATTERN-CNT
               GO TO 2080-NEXT-POLICY
           END-IF.

           PERFORM 2100-PROJECT-RECEIPTS
               THRU 2199-PROJECT-RECEIPTS-EXIT.

       2080-NEXT-POLICY.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       2099-PROJECT-POLICIES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PAYMENT MODE FROM THE SPACING OF THE LAST TWO REG-PAYMENTS,    *
      *  THEN THE PLANNED PREMIUM INTO EACH PROJECTED MONTH IT FALLS    *
      *  DUE IN                                                         *
      ********************************************************************

       2100-PROJECT-RECEIPTS.

           MOVE 12 TO WS-MODE-MONTHS.
           IF WS-REG-PAY-CNT GREATER THAN 1
               COMPUTE WS-GAP-DAYS =
                   (WS-LAST-PAY-YEAR - WS-PREV-PAY-YEAR) * 365 +
                   (WS-LAST-PAY-DAY - WS-PREV-PAY-DAY)
               COMPUTE WS-GAP-MONTHS ROUNDED =
                   (WS-GAP-DAYS * 12) / 365
               EVALUATE TRUE
                   WHEN WS-GAP-MONTHS NOT GREATER THAN 1
                       MOVE 1 TO WS-MODE-MONTHS
                   WHEN WS-GAP-MONTHS NOT GREATER THAN 4
                       MOVE 3 TO WS-MODE-MONTHS
                   WHEN WS-GAP-MONTHS NOT GREATER THAN 8
                       MOVE 6 TO WS-MODE-MONTHS
               END-EVALUATE
           END-IF.

           COMPUTE WS-WORK-MONTH-NO =
               WS-LAST-MONTH-NO + WS-MODE-MONTHS.

      * NEXT PAYMENT DUE MORE THAN A YEAR AGO - PAYMENTS HAVE STOPPED
           IF WS-WORK-MONTH-NO LESS THAN WS-RUN-MONTH-NO - 12
               ADD +1 TO WS-STOPPED-CNT
               GO TO 2199-PROJECT-RECEIPTS-EXIT
           END-IF.

           PERFORM 2400-FIND-PLAN-ENTRY
               THRU 2499-FIND-PLAN-ENTRY-EXIT.
           IF WS-PL-SUB EQUAL ZERO
               GO TO 2199-PROJECT-RECEIPTS-EXIT
           END-IF.

           ADD +1 TO PL-POLICY-CNT (WS-PL-SUB).
           ADD +1 TO WS-PROJECTED-CNT.

       2120-NEXT-DUE-MONTH.

           IF WS-WORK-MONTH-NO LESS THAN WS-RUN-MONTH-NO
               ADD WS-MODE-MONTHS TO WS-WORK-MONTH-NO
               GO TO 2120-NEXT-DUE-MONTH
           END-IF.

           COMPUTE WS-MONTH-SLOT =
               WS-WORK-MONTH-NO - WS-RUN-MONTH-NO + 1.
           IF WS-MONTH-SLOT GREATER THAN 12
               GO TO 2199-PROJECT-RECEIPTS-EXIT
           END-IF.

           ADD WS-PLANNED-PREMIUM
               TO PL-MONTH-AMT (WS-PL-SUB, WS-MONTH-SLOT).
           ADD WS-MODE-MONTHS TO WS-WORK-MONTH-NO.
           GO TO 2120-NEXT-DUE-MONTH.

       2199-PROJECT-RECEIPTS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  WALK THE POLICY'S FULL SEGMENT-69 HISTORY FOR ITS REG-PAYMENTS *
      *  - THE LAST TWO FOR THE PATTERN, AND ANY POSTED IN THE PRIOR    *
      *  CALENDAR MONTH AS THE ACTUAL. TXASOF IS THE CONTRACT DURATION  *
      *  YEAR AND DAY.                                                  *
      ********************************************************************

       2200-WALK-REG-PAYMENTS.

           MOVE ZERO TO WS-REG-PAY-CNT WS-PLANNED-PREMIUM
                        WS-PRIOR-ACTUAL WS-LAST-MONTH-NO
                        WS-LAST-PAY-YEAR WS-LAST-PAY-DAY
                        WS-PREV-PAY-YEAR WS-PREV-PAY-DAY.

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
               GO TO 2299-WALK-REG-PAYMENTS-EXIT
           END-IF.

           PERFORM 2350-BUILD-HISTORY-SDT
               THRU 2359-BUILD-HISTORY-SDT-EXIT.
           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-HISTORY-CNT
               GO TO 2299-WALK-REG-PAYMENTS-EXIT
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
               GO TO 2299-WALK-REG-PAYMENTS-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.
           IF NOT REG-PAYMENT
               GO TO 2250-SCAN-NEXT-SEG-69
           END-IF.

           ADD +1 TO WS-REG-PAY-CNT.
           MOVE WS-LAST-PAY-YEAR     TO WS-PREV-PAY-YEAR.
           MOVE WS-LAST-PAY-DAY      TO WS-PREV-PAY-DAY.
           MOVE TXASOF-YEAR          TO WS-LAST-PAY-YEAR.
           MOVE TXASOF-DAY           TO WS-LAST-PAY-DAY.
           MOVE TXGROSS-GROSS-AMOUNT TO WS-PLANNED-PREMIUM.
           COMPUTE WS-LAST-MONTH-NO =
               WS-ISSUE-MONTH-NO + (TXASOF-YEAR * 12) +
               ((TXASOF-DAY * 12) / 365).

           IF WS-LAST-MONTH-NO EQUAL WS-PRIOR-MONTH-NO
               ADD TXGROSS-GROSS-AMOUNT TO WS-PRIOR-ACTUAL
           END-IF.

           GO TO 2250-SCAN-NEXT-SEG-69.

       2299-WALK-REG-PAYMENTS-EXIT.
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
      *  FIND WS-PLAN-CODE IN THE PLAN TABLE, INSERTING A NEW ENTRY IN  *
      *  PLAN CODE ORDER WHEN IT IS FIRST SEEN. WS-PL-SUB COMES BACK    *
      *  ZERO WHEN THE TABLE IS FULL.                                   *
      ********************************************************************

       2400-FIND-PLAN-ENTRY.

           MOVE ZERO TO WS-PL-SUB.

       2420-SEARCH-PLAN.

           ADD +1 TO WS-PL-SUB.
           IF WS-PL-SUB NOT GREATER THAN PL-USED
               IF PL-PLAN-CODE (WS-PL-SUB) LESS THAN WS-PLAN-CODE
                   GO TO 2420-SEARCH-PLAN
               END-IF
               IF PL-PLAN-CODE (WS-PL-SUB) EQUAL WS-PLAN-CODE
                   GO TO 2499-FIND-PLAN-ENTRY-EXIT
               END-IF
           END-IF.

      * NEW PLAN CODE - OPEN A SLOT AT WS-PL-SUB
           IF PL-USED NOT LESS THAN +600
               ADD +1 TO WS-PLAN-OVFL-CNT
               MOVE ZERO TO WS-PL-SUB
               GO TO 2499-FIND-PLAN-ENTRY-EXIT
           END-IF.

           MOVE PL-USED TO WS-SHIFT-SUB.
           PERFORM 2450-SHIFT-ONE-ENTRY
               THRU 2459-SHIFT-ONE-ENTRY-EXIT
               UNTIL WS-SHIFT-SUB LESS THAN WS-PL-SUB.
           ADD +1 TO PL-USED.

           INITIALIZE PL-ENTRY (WS-PL-SUB).
           MOVE WS-PLAN-CODE TO PL-PLAN-CODE (WS-PL-SUB).

       2499-FIND-PLAN-ENTRY-EXIT.
           EXIT.
       EJECT

       2450-SHIFT-ONE-ENTRY.

           MOVE PL-ENTRY (WS-SHIFT-SUB) TO PL-ENTRY (WS-SHIFT-SUB + 1).
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

       2600-READ-DUNNING.

           IF DUNNING-EOF
               GO TO 2699-READ-DUNNING-EXIT
           END-IF.

           READ DUNNING-IN-FILE INTO DN-DUNNING-RECORD
               AT END SET DUNNING-EOF TO TRUE
           END-READ.

       2699-READ-DUNNING-EXIT.
           EXIT.
       EJECT

       2700-READ-LAPWARN.

           IF LAPWARN-EOF
               GO TO 2799-READ-LAPWARN-EXIT
           END-IF.

           READ LAPWARN-IN-FILE INTO LW-WARNING-RECORD
               AT END SET LAPWARN-EOF TO TRUE
           END-READ.

       2799-READ-LAPWARN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  WRITE THE REPORT - HEADINGS, ONE ROW PER PLAN, THE COMPANY     *
      *  TOTAL - AND CARRY EACH PLAN'S PROJECTION FORWARD               *
      ********************************************************************

       3000-WRITE-PROJECTION.

           MOVE ZERO TO WS-MO-SUB.
           MOVE WS-RUN-MONTH-NO TO WS-WORK-MONTH-NO.

       3020-NEXT-HEADING-MONTH.

           ADD +1 TO WS-MO-SUB.
           IF WS-MO-SUB GREATER THAN 12
               GO TO 3040-WRITE-HEADINGS
           END-IF.

           PERFORM 3700-FORMAT-MONTH-LABEL
               THRU 3799-FORMAT-MONTH-LABEL-EXIT.
           MOVE WS-MONTH-LABEL TO FH-MONTH-LABEL (WS-MO-SUB).
           ADD +1 TO WS-WORK-MONTH-NO.
           GO TO 3020-NEXT-HEADING-MONTH.

       3040-WRITE-HEADINGS.

           MOVE WS-PRIOR-MONTH-NO TO WS-WORK-MONTH-NO.
           PERFORM 3700-FORMAT-MONTH-LABEL
               THRU 3799-FORMAT-MONTH-LABEL-EXIT.
           MOVE WS-MONTH-LABEL TO FH-PRIOR-MONTH.
           WRITE FCST-RPT-REC FROM FH-HEADING-ROW.
           PERFORM 3950-CHECK-REPORT-WRITE
               THRU 3959-CHECK-REPORT-WRITE-EXIT.

           MOVE ZERO TO WS-PL-SUB.
           PERFORM 3100-WRITE-PLAN-ROW
               THRU 3199-WRITE-PLAN-ROW-EXIT
               UNTIL WS-PL-SUB NOT LESS THAN PL-USED.

           INITIALIZE FR-FORECAST-ROW.
           SET FR-COMPANY-ROW TO TRUE.
           MOVE 'COMPANY'          TO FR-PLAN-CODE.
           MOVE CO-POLICY-CNT      TO FR-POLICY-COUNT.
           MOVE ZERO TO WS-MO-SUB WS-ROW-TOTAL.
           PERFORM 3300-FORMAT-COMPANY-MONTH
               THRU 3399-FORMAT-COMPANY-MONTH-EXIT
               UNTIL WS-MO-SUB NOT LESS THAN 12.
           MOVE CO-PRIOR-PROJECTED TO WS-ROW-PROJECTED.
           MOVE CO-PRIOR-ACTUAL    TO WS-ROW-ACTUAL.
           PERFORM 3500-FORMAT-PRIOR-MONTH
               THRU 3599-FORMAT-PRIOR-MONTH-EXIT.
           WRITE FCST-RPT-REC FROM FR-FORECAST-ROW.
           PERFORM 3950-CHECK-REPORT-WRITE
               THRU 3959-CHECK-REPORT-WRITE-EXIT.

       3099-WRITE-PROJECTION-EXIT.
           EXIT.
       EJECT

       3100-WRITE-PLAN-ROW.

           ADD +1 TO WS-PL-SUB.
           INITIALIZE FR-FORECAST-ROW.
           SET FR-PLAN-ROW TO TRUE.
           MOVE PL-PLAN-CODE (WS-PL-SUB)  TO FR-PLAN-CODE.
           MOVE PL-POLICY-CNT (WS-PL-SUB) TO FR-POLICY-COUNT.
           ADD PL-POLICY-CNT (WS-PL-SUB)  TO CO-POLICY-CNT.
           MOVE ZERO TO WS-MO-SUB WS-ROW-TOTAL.
           PERFORM 3200-FORMAT-PLAN-MONTH
               THRU 3299-FORMAT-PLAN-MONTH-EXIT
               UNTIL WS-MO-SUB NOT LESS THAN 12.

           MOVE PL-PRIOR-PROJECTED (WS-PL-SUB) TO WS-ROW-PROJECTED.
           MOVE PL-PRIOR-ACTUAL (WS-PL-SUB)    TO WS-ROW-ACTUAL.
           ADD WS-ROW-PROJECTED TO CO-PRIOR-PROJECTED.
           ADD WS-ROW-ACTUAL    TO CO-PRIOR-ACTUAL.
           PERFORM 3500-FORMAT-PRIOR-MONTH
               THRU 3599-FORMAT-PRIOR-MONTH-EXIT.
           WRITE FCST-RPT-REC FROM FR-FORECAST-ROW.
           PERFORM 3950-CHECK-REPORT-WRITE
               THRU 3959-CHECK-REPORT-WRITE-EXIT.

      * A PLAN WITH NOTHING PROJECTED (ACTUAL OR PRIOR ONLY) IS NOT
      * CARRIED FORWARD
           IF PL-POLICY-CNT (WS-PL-SUB) EQUAL ZERO
               GO TO 3199-WRITE-PLAN-ROW-EXIT
           END-IF.

           INITIALIZE FC-FORECAST-RECORD.
           MOVE PL-PLAN-CODE (WS-PL-SUB) TO FC-PLAN-CODE.
           MOVE WS-RUN-MONTH-NO TO WS-WORK-MONTH-NO.
           PERFORM 3700-FORMAT-MONTH-LABEL
               THRU 3799-FORMAT-MONTH-LABEL-EXIT.
           MOVE WS-MONTH-LABEL TO FC-START-MONTH.
           MOVE ZERO TO WS-MO-SUB.
           PERFORM 3400-CARRY-PLAN-MONTH
               THRU 3499-CARRY-PLAN-MONTH-EXIT
               UNTIL WS-MO-SUB NOT LESS THAN 12.
           WRITE FORECAST-OUT-REC FROM FC-FORECAST-RECORD.
           IF FORECAST-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROJECTION CARRY FILE: '
                       FORECAST-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-FORECAST-OUT-CNT.

       3199-WRITE-PLAN-ROW-EXIT.
           EXIT.
       EJECT

       3200-FORMAT-PLAN-MONTH.

           ADD +1 TO WS-MO-SUB.
           MOVE PL-MONTH-AMT (WS-PL-SUB, WS-MO-SUB)
               TO FR-MONTH-AMT (WS-MO-SUB).
           ADD PL-MONTH-AMT (WS-PL-SUB, WS-MO-SUB) TO WS-ROW-TOTAL.
           ADD PL-MONTH-AMT (WS-PL-SUB, WS-MO-SUB)
               TO CO-MONTH-AMT (WS-MO-SUB).
           MOVE WS-ROW-TOTAL TO FR-TWELVE-MONTH-TOTAL.

       3299-FORMAT-PLAN-MONTH-EXIT.
           EXIT.
       EJECT

       3300-FORMAT-COMPANY-MONTH.

           ADD +1 TO WS-MO-SUB.
           MOVE CO-MONTH-AMT (WS-MO-SUB) TO FR-MONTH-AMT (WS-MO-SUB).
           ADD CO-MONTH-AMT (WS-MO-SUB)  TO WS-ROW-TOTAL.
           MOVE WS-ROW-TOTAL TO FR-TWELVE-MONTH-TOTAL.

       3399-FORMAT-COMPANY-MONTH-EXIT.
           EXIT.
       EJECT

       3400-CARRY-PLAN-MONTH.

           ADD +1 TO WS-MO-SUB.
           MOVE PL-MONTH-AMT (WS-PL-SUB, WS-MO-SUB)
               TO FC-MONTH-AMT (WS-MO-SUB).

       3499-CARRY-PLAN-MONTH-EXIT.
           EXIT.
       EJECT

      *  PRIOR MONTH - PROJECTED, ACTUAL, VARIANCE (ACTUAL LESS
      *  PROJECTED) AND ACTUAL AS A PERCENT OF PROJECTED
       3500-FORMAT-PRIOR-MONTH.

           MOVE WS-PRIOR-MONTH-NO TO WS-WORK-MONTH-NO.
           PERFORM 3700-FORMAT-MONTH-LABEL
               THRU 3799-FORMAT-MONTH-LABEL-EXIT.
           MOVE WS-MONTH-LABEL   TO FR-PRIOR-MONTH.
           MOVE WS-ROW-PROJECTED TO FR-PRIOR-PROJECTED.
           MOVE WS-ROW-ACTUAL    TO FR-PRIOR-ACTUAL.
           COMPUTE FR-PRIOR-VARIANCE =
               WS-ROW-ACTUAL - WS-ROW-PROJECTED.

           MOVE ZERO TO WS-ROW-PCT.
           IF WS-ROW-PROJECTED GREATER THAN ZERO
               COMPUTE WS-ROW-PCT ROUNDED =
                   (WS-ROW-ACTUAL * 100) / WS-ROW-PROJECTED
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-ROW-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-ROW-PCT TO FR-ACTUAL-PCT.

       3599-FORMAT-PRIOR-MONTH-EXIT.
           EXIT.
       EJECT

      *  WS-WORK-MONTH-NO AS CCYYMM
       3700-FORMAT-MONTH-LABEL.

           DIVIDE WS-WORK-MONTH-NO BY 12
               GIVING WS-LABEL-CCYY
               REMAINDER WS-LABEL-MM.
           ADD 1 TO WS-LABEL-MM.

       3799-FORMAT-MONTH-LABEL-EXIT.
           EXIT.
       EJECT

       3950-CHECK-REPORT-WRITE.

           IF FCST-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROJECTION REPORT: '
                       FCST-RPT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REPORT-ROW-CNT.

       3959-CHECK-REPORT-WRITE-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE DUNNING-IN-FILE.
           CLOSE LAPWARN-IN-FILE.
           CLOSE FORECAST-OUT-FILE.
           CLOSE FCST-RPT-FILE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE.
           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
                      WS-IO-CODE.

           DISPLAY 'POLICIES READ: '              WS-POLICY-READ-CNT.
           DISPLAY 'NO COVERAGE SEGMENT: '        WS-NO-COVERAGE-CNT.
           DISPLAY 'NO SEGMENT-69 HISTORY: '      WS-NO-HISTORY-CNT.
           DISPLAY 'TERMINATED: '                 WS-TERMINATED-CNT.
           DISPLAY 'DELINQUENT - ON DUNNING: '    WS-DELINQUENT-CNT.
           DISPLAY 'LAPSE-PENDING: '              WS-LAPSE-PENDING-CNT.
           DISPLAY 'NO REG-PAYMENT ON FILE: '     WS-NO-PATTERN-CNT.
           DISPLAY 'REG-PAYMENTS STOPPED: '       WS-STOPPED-CNT.
           DISPLAY 'POLICIES PROJECTED: '         WS-PROJECTED-CNT.
           DISPLAY 'PLAN CODES OVER TABLE: '      WS-PLAN-OVFL-CNT.
           DISPLAY 'PRIOR PROJECTION ROWS READ: ' WS-PRIOR-ROWS-CNT.
           DISPLAY 'PROJECTION ROWS CARRIED: '    WS-FORECAST-OUT-CNT.
           DISPLAY 'REPORT ROWS WRITTEN: '        WS-REPORT-ROW-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
