       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYANNSTM.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT CONTROL-PRIOR-FILE ASSIGN TO STMCTLI.
           SELECT CONTROL-TODAY-FILE ASSIGN TO STMCTLO
               FILE STATUS IS CONTROL-TODAY-FILE-STATUS.
           SELECT OWNER-IN-FILE ASSIGN TO RPTOWN.
           SELECT PVE-FILE ASSIGN TO PVERESPL.
           SELECT BASIS-IN-FILE ASSIGN TO BASISIN.
           SELECT PACKAGE-FILE ASSIGN TO ANNSTMT
               FILE STATUS IS PACKAGE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO STMRPT
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  CONTROL-PRIOR-FILE
           RECORDING MODE IS F.
       01  CONTROL-PRIOR-REC PIC X(80).

       FD  CONTROL-TODAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-TODAY-REC PIC X(80).

       FD  OWNER-IN-FILE
           RECORDING MODE IS F.
       01  OWNER-IN-REC      PIC X(400).

       FD  PVE-FILE
           RECORDING MODE IS F.
       01  PVE-REC           PIC X(87).

       FD  BASIS-IN-FILE
           RECORDING MODE IS F.
       01  BASIS-IN-REC      PIC X(60).

       FD  PACKAGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PACKAGE-REC       PIC X(120).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC        PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  ANNUAL POLICYHOLDER STATEMENT ASSEMBLY FOR THE PRINT VENDOR.    *
      *  THE PIECES OF AN ANNUAL VUL STATEMENT WERE SENT TO THE VENDOR   *
      *  AS SEPARATE FILES - NYFPVUL'S ACTSTMT ACTIVITY LINES, THE       *
      *  PVERESP CASH VALUE, THE LOAN BALANCE, NYCSTBAS'S COST BASIS,    *
      *  THE RIDERS AND NYVULOWN'S RPTOWN OWNER - AND THE VENDOR         *
      *  STITCHED THEM TOGETHER BY HAND. THIS PROGRAM BROWSES VSAM2      *
      *  AND, FOR EACH CONTRACT NOT TERMINATED (CV SEGMENT 02 CURR-STAT  *
      *  98/99) WHOSE POLICY ANNIVERSARY HAS COME ROUND SINCE THE LAST   *
      *  RUN, WRITES ONE STATEMENT PACKAGE IN CKANNSTM LAYOUT TO         *
      *  ANNSTMT: THE HEADER SECTION (STATEMENT, OWNER NAMES OFF RPTOWN  *
      *  AND THE MAILING ADDRESS OF RECORD OFF THE AU-SEGMENT, AS        *
      *  RPTOWN CARRIES NO ADDRESS), THE ACTIVITY SECTION (THE POLICY'S  *
      *  VSAMX SEGMENT 69 ENTRIES FOR THE POLICY YEAR JUST ENDED), THE   *
      *  VALUES SECTION (PVERESP CASH VALUE AND NYCSTBAS COST BASIS),    *
      *  THE LOAN SECTION (THE SEGMENT 69 LN/LM/LG BALANCE, AS NYLNBILL  *
      *  TAKES IT) AND THE RIDERS SECTION (EACH ACTIVE SB-SEGMENT RIDER, *
      *  DECODED AS NYVALEXT DOES), CLOSED BY A PACKAGE TRAILER          *
      *  CARRYING THE PACKAGE'S ROW COUNT AND ITS ACTIVITY, RIDER,       *
      *  VALUE AND LOAN CONTROL TOTALS.                                  *
      *  THE ANNIVERSARY IS THAT OF THE INFORCE DATE (SEGMENT 52), AS    *
      *  IN NYLNBILL, WITH A 02/29 INFORCE DATE ANNIVERSARYING ON        *
      *  02/28. A CONTRACT IS STATEMENTED WHEN ITS MOST RECENT           *
      *  ANNIVERSARY FALLS AFTER THE THROUGH DATE OF THE LAST RUN AND    *
      *  ON OR BEFORE THE BUSINESS DATE, SO ANNIVERSARIES ON WEEKENDS    *
      *  AND HOLIDAYS ARE PICKED UP BY THE NEXT RUN. THE THROUGH DATE    *
      *  IS CARRIED FROM RUN TO RUN ON A ONE-RECORD CONTROL GDG          *
      *  (STMCTLI IN, STMCTLO OUT). THE STATEMENT COVERS POLICY YEAR N   *
      *  - THE ENTRIES OF DURATION YEAR N-1 ON SEGMENT 69, UP TO 100 OF  *
      *  THEM. THE HEADER FLAGS THE ACTIVITY SECTION PARTIAL WHEN        *
      *  SEGMENT 69 HOLDS MORE ENTRIES FOR THE YEAR THAN THAT.           *
      *  ANNSTMT GOES THROUGH NYSUPPRS AS FEED ANNSTMT, WHICH ROUTES     *
      *  WHOLE PACKAGES TO MAIL (ANNSTMTM), E-DELIVERY (EFULFILL) OR     *
      *  SUPPRESSION ON THE OWNER'S ELECTION AND LOGS ONE SUPPDISP ROW   *
      *  PER PACKAGE FOR NYCORHST. ANNSTMTM IS WRITTEN AT THE 400-BYTE   *
      *  WIDTH NYENVLOP ENVELOPES, AND THE NYENVLOP STEP BELOW WRAPS IT  *
      *  FOR TRANSMISSION AND LOGS IT TO THE SENTLOG. STMRPT CARRIES     *
      *  ONE ROW PER PACKAGE WRITTEN AND A TOTAL ROW.                    *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYANNSTM EXEC PGM=NYANNSTM                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //STMCTLI  DD DISP=SHR,DSN=T54.T9511F0.NYANNSTM.CONTROL.DATA(0)  *
      * //STMCTLO  DD DSN=T54.T9511F0.NYANNSTM.CONTROL.DATA(+1),         *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(TRK,(1,1),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //RPTOWN   DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.OUTPUT.DATA      *
      * //PVERESPL DD DISP=SHR,DSN=P54.CK.PVERESP.CK858A(0)              *
      * //         DD DISP=SHR,DSN=P54.CK.PVERESP.CK858B(0)              *
      * //         DD DISP=SHR,DSN=P54.CK.PVERESP.CK858F(0)              *
      * //BASISIN  DD DISP=SHR,DSN=T54.T9511F0.NYCSTBAS.BASIS.DATA(0)    *
      * //ANNSTMT  DD DSN=T54.T9511F0.NYANNSTM.ANNSTMT.DATA,             *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(10,10),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=120,BLKSIZE=0)                 *
      * //STMRPT   DD DSN=T54.T9511F0.NYANNSTM.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //*                                                              *
      * //*  AFTER NYSUPPRS HAS ROUTED ANNSTMT TO ANNSTMTM -             *
      * //*                                                              *
      * //ENVSTMT  EXEC PGM=NYENVLOP                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //FEEDIN   DD DISP=SHR,DSN=T54.T9511F0.NYSUPPRS.ANNSTMT.DATA     *
      * //FEEDOUT  DD DSN=T54.T9511F0.NYENVLOP.ANNSTMT.DATA,             *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(10,10),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=410,BLKSIZE=0)                 *
      * //SENTLOG  DD DISP=MOD,DSN=T54.T9511F0.NYENVLOP.SENTLOG.DATA     *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     STMCTLI - THE PRIOR CONTROL GENERATION, COLS 1-8 THE THROUGH *
      *       DATE CCYYMMDD. DUMMY ON THE FIRST RUN, WHICH THEN TAKES    *
      *       ONLY THE ANNIVERSARIES FALLING ON THE BUSINESS DATE. TO    *
      *       RERUN A BUSINESS DATE, POINT STMCTLI AT THE GENERATION     *
      *       BEFORE IT.                                                 *
      *     RPTOWN, PVERESPL AND BASISIN ARE ALL IN VSAM2 (POLICY)       *
      *       ORDER AND ARE READ WITH A SEQUENTIAL MATCH. THE CASH       *
      *       VALUE IS THE LAST PVERESP ROW FOR THE CONTRACT, AS NYFPVUL *
      *       TAKES IT. ANY OF THEM MAY BE DUMMY - THE PACKAGE           *
      *       HEADER THEN FLAGS THE PIECE NOT FOUND.                     *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED.         *
      *     ENVSTMT SYSIPT - COLS 1-8 'ANNSTMT ', COLS 10-17 THE         *
      *       BUSINESS DATE MMDDCCYY.                                    *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     SEGMENT 69 ENTRIES BEYOND 100 FOR THE STATEMENT YEAR ARE     *
      *       DISPLAYED AND THE PACKAGE IS FLAGGED PARTIAL               *
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
           05 HEX-00             PIC X VALUE LOW-VALUE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.
           05 CONTROL-TODAY-FILE-STATUS      PIC X(02).
           05 PACKAGE-FILE-STATUS            PIC X(02).
           05 REPORT-FILE-STATUS             PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.
              88 HISTORY-FILE                VALUE 'H'.

           05 BUSDATE-EOF-IND                PIC X(1).
              88 BUSDATE-EOF                 VALUE 'Y'.

           05 CONTROL-PRIOR-EOF-IND          PIC X(1).
              88 CONTROL-PRIOR-EOF           VALUE 'Y'.

           05 OWNER-EOF-IND                  PIC X(1).
              88 OWNER-EOF                   VALUE 'Y'.

           05 PVE-EOF-IND                    PIC X(1).
              88 PVE-EOF                     VALUE 'Y'.

           05 BASIS-EOF-IND                  PIC X(1).
              88 BASIS-EOF                   VALUE 'Y'.

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
              88 FULL-SURRENDER                    VALUES 'SF'.
              88 TERM-DEATH                        VALUES 'TD'.
              88 INIT-PAYMENT                      VALUES 'PI','PF'.
              88 ALL-PREM-PAYMENT                  VALUES
                 'PI','PF','PA','PR',
                 'PT','PU','PB'.
              88 ADDTL-PAYMENT                     VALUES 'PA'.
              88 REG-PAYMENT                       VALUES 'PR'.
              88 REINST-PAYMENT                    VALUES 'PU','PB'.
              88 ALL-WITHDRAWAL                    VALUES
                 'SG','SN','SM','SH',
                 'SF','SQ'.
              88 ALL-LOANS                         VALUES 'LN','LM',
                                                          'LG'.

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
              10 WS-RUN-CCYY-8             PIC 9(04).
              10 WS-RUN-MM-8               PIC 9(02).
              10 WS-RUN-DD-8               PIC 9(02).
           05 WS-BUSDATE-CARD              PIC X(80) VALUE SPACE.
           05 WS-INT-RUN-DATE              COMP-3.
              10 WS-INT-RUN-YEAR           PIC S9(03).
              10 WS-INT-RUN-DAY            PIC S9(03).

      * THROUGH DATE OF THE LAST RUN, OFF THE PRIOR CONTROL GENERATION,
      * AND THE NUMBER OF DAYS OF ANNIVERSARIES THIS RUN PICKS UP
           05 WS-LAST-THROUGH.
              10 WS-LAST-CCYY              PIC 9(04).
              10 WS-LAST-MM                PIC 9(02).
              10 WS-LAST-DD                PIC 9(02).
           05 WS-LAST-EXT-DATE.
              10 WS-LAST-EXT-MM            PIC 9(02).
              10 WS-LAST-EXT-DD            PIC 9(02).
              10 WS-LAST-EXT-YYYY          PIC 9(04).
           05 WS-INT-LAST-DATE             COMP-3.
              10 WS-INT-LAST-YEAR          PIC S9(03).
              10 WS-INT-LAST-DAY           PIC S9(03).
           05 WS-CATCHUP-DAYS              PIC S9(05) COMP-3 VALUE +1.
           05 WS-LEAP-QUOT                 PIC S9(05) COMP-3 VALUE +0.
           05 WS-LEAP-REM                  PIC S9(03) COMP-3 VALUE +0.
           05 WS-THROUGH-DATE              PIC X(08).

      * MOST RECENT ANNIVERSARY OF THE INFORCE DATE
           05 WS-ANNIV-EXT-DATE.
              10 WS-ANNIV-EXT-MM           PIC 9(02).
              10 WS-ANNIV-EXT-DD           PIC 9(02).
              10 WS-ANNIV-EXT-YYYY         PIC 9(04).
           05 WS-ANNIV-CCYYMMDD.
              10 WS-ANNIV-CCYY-8           PIC 9(04).
              10 WS-ANNIV-MM-8             PIC 9(02).
              10 WS-ANNIV-DD-8             PIC 9(02).
           05 WS-PERIOD-CCYYMMDD.
              10 WS-PERIOD-CCYY-8          PIC 9(04).
              10 WS-PERIOD-MM-8            PIC 9(02).
              10 WS-PERIOD-DD-8            PIC 9(02).
           05 WS-INT-ANNIV-DATE            COMP-3.
              10 WS-INT-ANNIV-YEAR         PIC S9(03).
              10 WS-INT-ANNIV-DAY          PIC S9(03).
           05 WS-INFORCE-YYYY-NUM          PIC 9(04).
           05 WS-DAYS-SINCE-ANNIV          PIC S9(05) COMP-3 VALUE +0.
           05 WS-POLICY-YEAR               PIC S9(03) COMP-3 VALUE +0.
           05 WS-STMT-DUR-YEAR             PIC S9(03) COMP-3 VALUE +0.

      * CURRENT CONTRACT
           05 WS-STATEMENT-DUE-IND         PIC X(01).
              88 WS-STATEMENT-DUE          VALUE 'Y'.
           05 WS-PLAN-CODE                 PIC X(11).
           05 WS-ISSUE-STATE               PIC X(02).
           05 WS-POLICY-STATUS             PIC X(02).
           05 WS-OWNER-FOUND               PIC X(01).
           05 WS-OWNER-NAME                PIC X(40).
           05 WS-SECOND-OWNER              PIC X(40).
           05 WS-VALUE-FOUND               PIC X(01).
           05 WS-CASH-VALUE                PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-VALUE-AS-OF               PIC X(10).
           05 WS-BASIS-FOUND               PIC X(01).
           05 WS-CUM-PREMIUMS              PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-CUM-WITHDRAWALS           PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-COST-BASIS                PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-LOAN-BALANCE              PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-YEAR-LOAN-NET             PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05 WS-YEAR-LOAN-CNT             PIC S9(05) COMP-3 VALUE +0.
           05 WS-ACTIVITY-IND              PIC X(01).
              88 WS-ACTIVITY-PARTIAL       VALUE 'N'.

      * PACKAGE CONTROL TOTALS
           05 WS-LINE-SEQ                  PIC S9(05) COMP-3 VALUE +0.
           05 WS-PKG-ACTIVITY-TOTAL        PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05 WS-PKG-RIDER-CNT             PIC S9(05) COMP-3 VALUE +0.
           05 WS-PKG-RIDER-FACE            PIC S9(11)V99 COMP-3
                                                          VALUE +0.

           05 WS-AT-SUB                    PIC S9(05) COMP-3 VALUE +0.

      * RUN TOTALS
           05 WS-TOT-PACKAGE-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOT-RECORD-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-TOT-CASH-VALUE     PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-LOAN-BALANCE   PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-COST-BASIS     PIC S9(13)V99 COMP-3 VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-BASIC-SEG-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-TERMINATED-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-INFORCE-DT-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-OWNER-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-VALUE-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-BASIS-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-PARTIAL-CNT        PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      * THE POLICY'S SEGMENT 69 ENTRIES FOR THE STATEMENT YEAR, HELD    *
      * UNTIL THE HEADER (WHICH FLAGS A PARTIAL ACTIVITY SECTION) IS    *
      * WRITTEN                                                         *
      ********************************************************************

       01 ACTIVITY-TABLE.
           05 AT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 AT-ENTRY OCCURS 100 TIMES.
               10 AT-TRANS-TYPE      PIC X(02).
               10 AT-DURATION-YEAR   PIC 9(03).
               10 AT-DURATION-DAY    PIC 9(03).
               10 AT-GROSS-AMOUNT    PIC S9(09)V99 COMP-3.
       EJECT

      ********************************************************************
      * STATEMENT CONTROL RECORD (STMCTLI IN / STMCTLO OUT)             *
      ********************************************************************

       01 CT-CONTROL-RECORD.
           05 CT-THROUGH-DATE        PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CT-PACKAGE-CNT         PIC 9(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 CT-RECORD-CNT          PIC 9(09).
           05 FILLER                 PIC X(52) VALUE SPACES.
       EJECT

      ********************************************************************
      *     RPTOWN RECORD LAYOUT, AS WRITTEN BY NYVULOWN                 *
      ********************************************************************

       01  OR-RECORD.
           05  OR-POLICY-NUMBER     PIC X(10).
           05  OR-DELIM-1           PIC X(01).
           05  OR-OWNER-NAME        PIC X(40).
           05  FILLER               PIC X(01).
           05  OR-OWNER-TIN         PIC X(09).
           05  FILLER               PIC X(01).
           05  OR-AGENT-NUMBER      PIC X(10).
           05  FILLER               PIC X(01).
           05  OR-AGENT-NAME        PIC X(30).
           05  FILLER               PIC X(01).
           05  OR-SECOND-OWNER-NAME PIC X(40).
           05  FILLER               PIC X(256).

      ********************************************************************
      *     PVERESP EXTRACT LAYOUT, AS NYFPVUL READS IT                 *
      ********************************************************************

       01 WS-PVERESP-EXTRACT.
          05 PVE-CONTRACT-ID      PIC X(08).
          05 FILLER               PIC X(17).
          05 FILLER               PIC X(19).
          05 PVE-CALC-CD          PIC X(03).
          05 FILLER               PIC X(03).
          05 PVE-CALC-VALUE       PIC --------9.99.
          05 FILLER               PIC X(02).
          05 PVE-AS-OF-DATE       PIC X(10).
          05 FILLER               PIC X(13).

      ********************************************************************
      *  COST-BASIS MASTER RECORD AS WRITTEN BY NYCSTBAS (BASISOUT)     *
      ********************************************************************

       01 BA-BASIS-RECORD.
           05 BA-POLICY-NUMBER       PIC X(10).
           05 BA-CUM-PREM            PIC 9(11)V99.
           05 BA-CUM-NTX-WDRWL       PIC 9(11)V99.
           05 BA-COST-BASIS          PIC 9(11)V99.
           05 BA-LAST-DUR-YEAR       PIC 9(03).
           05 BA-LAST-DUR-DAY        PIC 9(03).
           05 FILLER                 PIC X(05).
       EJECT

      ********************************************************************
      * STATEMENT PACKAGE RECORD FOR THE PRINT VENDOR                   *
      ********************************************************************

       01 SP-RECORD.
          COPY CKANNSTM.
       EJECT

      ********************************************************************
      *                    ESSENTIAL SEGMENTS ONLY                      *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       COPY CKFRECAU.
       EJECT

       COPY CKFRECSB.
       EJECT

       01 TRANSACTION-SEGMENT.
          COPY CKFRECTX.
       EJECT

       01 USER-SEGMENT.
          COPY CKFRECUZ.
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
      * REPORT RECORD - ONE ROW PER STATEMENT PACKAGE AND A TOTAL ROW   *
      ********************************************************************

       01 RP-RECORD.
           05 RP-RECORD-TYPE         PIC X(01).
              88 RP-DETAIL-ROW       VALUE 'D'.
              88 RP-TOTAL-ROW        VALUE 'T'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-STATEMENT-DATE      PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-POLICY-YEAR         PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-ACTIVITY-CNT        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-ACTIVITY-IND        PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RIDER-CNT           PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-CASH-VALUE          PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-LOAN-BALANCE        PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-COST-BASIS          PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-PACKAGE-CNT         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-RECORD-CNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-OWNER-NAME          PIC X(27).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 RP-REMARK              PIC X(20).
           05 FILLER                 PIC X(30) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYANNSTM WORKING STORAGE ENDS  '.
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

           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 2000-PROCESS-CONTRACT
               THRU 2000-PROCESS-CONTRACT-EXIT
               UNTIL END-OF-FILE.

           PERFORM 4200-WRITE-TOTAL-LINE
               THRU 4299-WRITE-TOTAL-LINE-EXIT.

           PERFORM 4300-WRITE-CONTROL
               THRU 4399-WRITE-CONTROL-EXIT.

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
           COMPUTE WS-RUN-CCYY-8 = WS-RUN-CC * 100 + WS-RUN-YY.
           MOVE WS-RUN-MM TO WS-RUN-MM-8.
           MOVE WS-RUN-DD TO WS-RUN-DD-8.
           MOVE WS-RUN-CCYYMMDD TO WS-THROUGH-DATE.

      * THE LAST RUN'S THROUGH DATE. ANNIVERSARIES AFTER IT AND ON OR
      * BEFORE TODAY ARE STATEMENTED; WITH NO PRIOR RUN, TODAY'S ONLY
           MOVE 'N' TO CONTROL-PRIOR-EOF-IND.
           MOVE SPACE TO CT-CONTROL-RECORD.
           OPEN INPUT CONTROL-PRIOR-FILE.
           READ CONTROL-PRIOR-FILE INTO CT-CONTROL-RECORD
               AT END SET CONTROL-PRIOR-EOF TO TRUE
           END-READ.
           CLOSE CONTROL-PRIOR-FILE.

           MOVE +1 TO WS-CATCHUP-DAYS.
           IF CONTROL-PRIOR-EOF
               OR CT-THROUGH-DATE NOT NUMERIC
               GO TO 1080-INITIALIZATION-SHOW
           END-IF.

      * A RUN FOR A DATE ALREADY COVERED STATEMENTS NOTHING AND KEEPS
      * THE LATER THROUGH DATE
           IF WS-RUN-CCYYMMDD NOT GREATER THAN CT-THROUGH-DATE
               MOVE ZERO TO WS-CATCHUP-DAYS
               MOVE CT-THROUGH-DATE TO WS-THROUGH-DATE
               DISPLAY 'BUSINESS DATE ALREADY STATEMENTED THROUGH '
                       CT-THROUGH-DATE
               GO TO 1080-INITIALIZATION-SHOW
           END-IF.

           MOVE CT-THROUGH-DATE TO WS-LAST-THROUGH.
           MOVE WS-LAST-MM      TO WS-LAST-EXT-MM.
           MOVE WS-LAST-DD      TO WS-LAST-EXT-DD.
           MOVE WS-LAST-CCYY    TO WS-LAST-EXT-YYYY.
           CALL 'CKDCEXIN' USING WS-LAST-EXT-DATE WS-INT-LAST-DATE.

           COMPUTE WS-CATCHUP-DAYS =
               (WS-INT-RUN-YEAR - WS-INT-LAST-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-LAST-DAY).

      * THE YEAR OF THE LAST THROUGH DATE HAD 366 DAYS IN A LEAP YEAR
           IF WS-INT-RUN-YEAR GREATER THAN WS-INT-LAST-YEAR
               DIVIDE WS-LAST-CCYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM EQUAL ZERO
                   ADD +1 TO WS-CATCHUP-DAYS
               END-IF
           END-IF.

      * THE BUSINESS DATE IS PAST THE THROUGH DATE - AT LEAST TODAY
           IF WS-CATCHUP-DAYS LESS THAN 1
               MOVE +1 TO WS-CATCHUP-DAYS
           END-IF.
           IF WS-CATCHUP-DAYS GREATER THAN 365
               MOVE 365 TO WS-CATCHUP-DAYS
           END-IF.

       1080-INITIALIZATION-SHOW.

           DISPLAY 'ANNUAL STATEMENT BUSINESS DATE: ' WS-RUN-DATE.
           DISPLAY 'LAST STATEMENTED THROUGH: '      CT-THROUGH-DATE.
           DISPLAY 'ANNIVERSARY DAYS PICKED UP: '    WS-CATCHUP-DAYS.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT CONTROL-TODAY-FILE.
           IF CONTROL-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN STMCTLO FAILED, STATUS = '
                       CONTROL-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT PACKAGE-FILE.
           IF PACKAGE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN ANNSTMT FAILED, STATUS = '
                       PACKAGE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN STMRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * PRIME THE THREE POLICY-ORDER INPUTS FOR THE SEQUENTIAL MATCH
           MOVE 'N' TO OWNER-EOF-IND.
           OPEN INPUT OWNER-IN-FILE.
           PERFORM 2600-READ-OWNER
               THRU 2699-READ-OWNER-EXIT.

           MOVE 'N' TO PVE-EOF-IND.
           OPEN INPUT PVE-FILE.
           PERFORM 2700-READ-PVE
               THRU 2799-READ-PVE-EXIT.

           MOVE 'N' TO BASIS-EOF-IND.
           OPEN INPUT BASIS-IN-FILE.
           PERFORM 2750-READ-BASIS
               THRU 2759-READ-BASIS-EXIT.

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
      *  ONE INFORCE CONTRACT - A PACKAGE WHEN ITS ANNIVERSARY HAS COME *
      *  ROUND SINCE THE LAST RUN                                       *
      ********************************************************************

       2000-PROCESS-CONTRACT.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           PERFORM 2200-EXAMINE-CONTRACT
               THRU 2299-EXAMINE-CONTRACT-EXIT.

           IF NOT WS-STATEMENT-DUE
               GO TO 2000-PROCESS-CONTRACT-EXIT
           END-IF.

           PERFORM 3000-BUILD-PACKAGE
               THRU 3099-BUILD-PACKAGE-EXIT.

       2000-PROCESS-CONTRACT-EXIT.
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

      ********************************************************************
      *  STATUS AND PLAN OFF THE CV SEGMENT, AND THE MOST RECENT        *
      *  ANNIVERSARY OF THE INFORCE DATE OFF SEGMENT 52                 *
      ********************************************************************

       2200-EXAMINE-CONTRACT.

           MOVE 'N'   TO WS-STATEMENT-DUE-IND.
           MOVE SPACE TO WS-PLAN-CODE WS-ISSUE-STATE WS-POLICY-STATUS.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-BASIC-SEG-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.
           MOVE PLAN-CODE OF CV-SEGMENT   TO WS-PLAN-CODE.
           MOVE ISSUE-STATE OF CV-SEGMENT TO WS-ISSUE-STATE.
           MOVE CURR-STAT OF CV-SEGMENT   TO WS-POLICY-STATUS.

           IF CURR-STAT OF CV-SEGMENT EQUAL '98' OR '99'
               ADD +1 TO WS-TERMINATED-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           MOVE +0   TO WS-SEG-SEQ.
           MOVE '52' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               ADD +1 TO WS-NO-INFORCE-DT-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO USER-SEGMENT.
           IF FUZINFDT-INFORCE-DATE NOT NUMERIC
               OR FUZINFDT-MM EQUAL '00'
               OR FUZINFDT-DD EQUAL '00'
               ADD +1 TO WS-NO-INFORCE-DT-CNT
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

      * MOST RECENT ANNIVERSARY ON OR BEFORE THE BUSINESS DATE
           MOVE FUZINFDT-MM   TO WS-ANNIV-EXT-MM.
           MOVE FUZINFDT-DD   TO WS-ANNIV-EXT-DD.
           MOVE FUZINFDT-YYYY TO WS-INFORCE-YYYY-NUM.
           IF WS-ANNIV-EXT-MM EQUAL 02 AND WS-ANNIV-EXT-DD EQUAL 29
               MOVE 28 TO WS-ANNIV-EXT-DD
           END-IF.
           MOVE WS-RUN-CCYY-8 TO WS-ANNIV-EXT-YYYY.

           CALL 'CKDCEXIN' USING WS-ANNIV-EXT-DATE WS-INT-ANNIV-DATE.

           COMPUTE WS-DAYS-SINCE-ANNIV =
               (WS-INT-RUN-YEAR - WS-INT-ANNIV-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-ANNIV-DAY).

      * ANNIVERSARY STILL TO COME THIS YEAR - TAKE LAST YEAR'S, WHOSE
      * YEAR HAD 366 DAYS IN A LEAP YEAR
           IF WS-DAYS-SINCE-ANNIV < 0
               SUBTRACT 1 FROM WS-ANNIV-EXT-YYYY
               CALL 'CKDCEXIN' USING WS-ANNIV-EXT-DATE
                                     WS-INT-ANNIV-DATE
               COMPUTE WS-DAYS-SINCE-ANNIV =
                   (WS-INT-RUN-YEAR - WS-INT-ANNIV-YEAR) * 365 +
                   (WS-INT-RUN-DAY - WS-INT-ANNIV-DAY)
               DIVIDE WS-ANNIV-EXT-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM EQUAL ZERO
                   ADD +1 TO WS-DAYS-SINCE-ANNIV
               END-IF
           END-IF.

           IF WS-DAYS-SINCE-ANNIV NOT LESS THAN WS-CATCHUP-DAYS
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

      * THE FIRST ANNIVERSARY IS ONE YEAR AFTER THE INFORCE DATE
           COMPUTE WS-POLICY-YEAR =
               WS-ANNIV-EXT-YYYY - WS-INFORCE-YYYY-NUM.
           IF WS-POLICY-YEAR < 1
               GO TO 2299-EXAMINE-CONTRACT-EXIT
           END-IF.

      * POLICY YEAR N IS DURATION YEAR N-1 ON SEGMENT 69
           COMPUTE WS-STMT-DUR-YEAR = WS-POLICY-YEAR - 1.

           MOVE WS-ANNIV-EXT-YYYY TO WS-ANNIV-CCYY-8.
           MOVE WS-ANNIV-EXT-MM   TO WS-ANNIV-MM-8.
           MOVE WS-ANNIV-EXT-DD   TO WS-ANNIV-DD-8.
           COMPUTE WS-PERIOD-CCYY-8 = WS-ANNIV-EXT-YYYY - 1.
           MOVE WS-ANNIV-EXT-MM   TO WS-PERIOD-MM-8.
           MOVE WS-ANNIV-EXT-DD   TO WS-PERIOD-DD-8.

           SET WS-STATEMENT-DUE TO TRUE.

       2299-EXAMINE-CONTRACT-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  LOAN BALANCE AND THE STATEMENT YEAR'S ACTIVITY - SEGMENT 69   *
      ******************************************************************

       2400-READ-HISTORY.

           MOVE ZERO TO WS-LOAN-BALANCE.
           MOVE ZERO TO WS-YEAR-LOAN-NET.
           MOVE ZERO TO WS-YEAR-LOAN-CNT.
           MOVE ZERO TO AT-USED.
           MOVE 'Y'  TO WS-ACTIVITY-IND.

           MOVE 'H'    TO NRCSRCHK-REC-ID.
           MOVE HEX-00 TO NRCSRCHK-USER-ID.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO NRCSRCHK-POL-NUMBER.

           MOVE '2' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2499-READ-HISTORY-EXIT
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
               GO TO 2499-READ-HISTORY-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2420-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2499-READ-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF ALL-LOANS
               ADD TXGROSS-GROSS-AMOUNT TO WS-LOAN-BALANCE
           END-IF.

           IF TXASOF-YEAR NOT EQUAL WS-STMT-DUR-YEAR
               GO TO 2420-NEXT-SEG-69
           END-IF.

           IF ALL-LOANS
               ADD TXGROSS-GROSS-AMOUNT TO WS-YEAR-LOAN-NET
               ADD +1 TO WS-YEAR-LOAN-CNT
           END-IF.

      * THE STATEMENT YEAR'S ENTRY IS AN ACTIVITY SECTION LINE
           IF AT-USED NOT LESS THAN 100
               DISPLAY 'ACTIVITY LINES EXCEED 100 FOR POLICY '
                       FRCCNTRT-CONTRACT-NUMBER
               MOVE 'N' TO WS-ACTIVITY-IND
               GO TO 2420-NEXT-SEG-69
           END-IF.

           ADD +1 TO AT-USED.
           MOVE TXTRNTYP-TRANS-TYPE  TO AT-TRANS-TYPE (AT-USED).
           MOVE TXASOF-YEAR          TO AT-DURATION-YEAR (AT-USED).
           MOVE TXASOF-DAY           TO AT-DURATION-DAY (AT-USED).
           MOVE TXGROSS-GROSS-AMOUNT TO AT-GROSS-AMOUNT (AT-USED).

           GO TO 2420-NEXT-SEG-69.

       2499-READ-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NEXT RPTOWN DETAIL ROW. THE MASKED-COPY TRAILER LINE (NO       *
      *  DELIMITER AFTER THE POLICY NUMBER) IS PASSED OVER              *
      ********************************************************************

       2600-READ-OWNER.

           IF OWNER-EOF
               GO TO 2699-READ-OWNER-EXIT
           END-IF.

           READ OWNER-IN-FILE INTO OR-RECORD
               AT END
                   SET OWNER-EOF TO TRUE
                   GO TO 2699-READ-OWNER-EXIT
           END-READ.

           IF OR-DELIM-1 NOT EQUAL X'05'
               GO TO 2600-READ-OWNER
           END-IF.

       2699-READ-OWNER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  NEXT ROW OF THE PVERESP CONCATENATION          *
      ********************************************************************

       2700-READ-PVE.

           IF PVE-EOF
               GO TO 2799-READ-PVE-EXIT
           END-IF.

           READ PVE-FILE INTO WS-PVERESP-EXTRACT
               AT END SET PVE-EOF TO TRUE
           END-READ.

       2799-READ-PVE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  NEXT NYCSTBAS COST-BASIS RECORD                *
      ********************************************************************

       2750-READ-BASIS.

           IF BASIS-EOF
               GO TO 2759-READ-BASIS-EXIT
           END-IF.

           READ BASIS-IN-FILE INTO BA-BASIS-RECORD
               AT END SET BASIS-EOF TO TRUE
           END-READ.

       2759-READ-BASIS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ASSEMBLE AND WRITE ONE STATEMENT PACKAGE - HEADER, ACTIVITY,   *
      *  VALUES, LOAN AND RIDERS SECTIONS AND THE PACKAGE TRAILER       *
      ********************************************************************

       3000-BUILD-PACKAGE.

           MOVE ZERO TO WS-LINE-SEQ.
           MOVE ZERO TO WS-PKG-ACTIVITY-TOTAL.
           MOVE ZERO TO WS-PKG-RIDER-CNT.
           MOVE ZERO TO WS-PKG-RIDER-FACE.

           PERFORM 3100-MATCH-OWNER
               THRU 3199-MATCH-OWNER-EXIT.

           PERFORM 3200-MATCH-VALUE
               THRU 3299-MATCH-VALUE-EXIT.

           PERFORM 3300-MATCH-BASIS
               THRU 3399-MATCH-BASIS-EXIT.

           PERFORM 2400-READ-HISTORY
               THRU 2499-READ-HISTORY-EXIT.

           IF WS-ACTIVITY-PARTIAL
               ADD +1 TO WS-PARTIAL-CNT
           END-IF.

           PERFORM 3500-WRITE-HEADER-SECTION
               THRU 3599-WRITE-HEADER-SECTION-EXIT.

           PERFORM 3600-WRITE-ACTIVITY-SECTION
               THRU 3699-WRITE-ACTIVITY-SECTION-EXIT.

           PERFORM 3700-WRITE-VALUES-LOAN
               THRU 3799-WRITE-VALUES-LOAN-EXIT.

           PERFORM 3800-WRITE-RIDERS-SECTION
               THRU 3899-WRITE-RIDERS-SECTION-EXIT.

           PERFORM 3900-WRITE-PACKAGE-TRAILER
               THRU 3999-WRITE-PACKAGE-TRAILER-EXIT.

           ADD +1               TO WS-TOT-PACKAGE-CNT.
           ADD WS-CASH-VALUE    TO WS-TOT-CASH-VALUE.
           ADD WS-LOAN-BALANCE  TO WS-TOT-LOAN-BALANCE.
           ADD WS-COST-BASIS    TO WS-TOT-COST-BASIS.

           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4099-WRITE-REPORT-LINE-EXIT.

       3099-BUILD-PACKAGE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  OWNER NAMES OFF RPTOWN, MAILING ADDRESS OFF THE AU-SEGMENT     *
      ********************************************************************

       3100-MATCH-OWNER.

           MOVE 'N'   TO WS-OWNER-FOUND.
           MOVE SPACE TO WS-OWNER-NAME WS-SECOND-OWNER.

           PERFORM 2600-READ-OWNER
               THRU 2699-READ-OWNER-EXIT
               UNTIL OWNER-EOF
                  OR OR-POLICY-NUMBER NOT LESS THAN
                     FRCCNTRT-CONTRACT-NUMBER.

           IF NOT OWNER-EOF
               AND OR-POLICY-NUMBER EQUAL FRCCNTRT-CONTRACT-NUMBER
               MOVE 'Y'                  TO WS-OWNER-FOUND
               MOVE OR-OWNER-NAME        TO WS-OWNER-NAME
               MOVE OR-SECOND-OWNER-NAME TO WS-SECOND-OWNER
           ELSE
               ADD +1 TO WS-NO-OWNER-CNT
           END-IF.

           MOVE SPACE TO AU-SEGMENT.
           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '18' TO WS-SEG-ID.
           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.
           IF WS-IO-CODE EQUAL '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
           END-IF.

      * NO RPTOWN ROW - FALL BACK TO THE OWNER ON THE AU-SEGMENT
           IF WS-OWNER-NAME EQUAL SPACE
               MOVE OWNER-NAME OF AU-SEGMENT        TO WS-OWNER-NAME
               MOVE SECOND-OWNER-NAME OF AU-SEGMENT TO WS-SECOND-OWNER
           END-IF.

       3199-MATCH-OWNER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CASH VALUE - THE LAST PVERESP ROW FOR THE CONTRACT, MATCHED ON *
      *  POLICY (3:8) AS NYFPVUL'S 3700-MATCH-PVE-VALUE DOES            *
      ********************************************************************

       3200-MATCH-VALUE.

           MOVE 'N'   TO WS-VALUE-FOUND.
           MOVE ZERO  TO WS-CASH-VALUE.
           MOVE SPACE TO WS-VALUE-AS-OF.

       3210-PVE-ADVANCE.

           IF PVE-EOF
               GO TO 3280-MATCH-VALUE-DONE
           END-IF.

           IF PVE-CONTRACT-ID < FRCCNTRT-CONTRACT-NUMBER (3:8)
               PERFORM 2700-READ-PVE
                   THRU 2799-READ-PVE-EXIT
               GO TO 3210-PVE-ADVANCE
           END-IF.

           IF PVE-CONTRACT-ID > FRCCNTRT-CONTRACT-NUMBER (3:8)
               GO TO 3280-MATCH-VALUE-DONE
           END-IF.

           MOVE 'Y'            TO WS-VALUE-FOUND.
           MOVE PVE-CALC-VALUE TO WS-CASH-VALUE.
           MOVE PVE-AS-OF-DATE TO WS-VALUE-AS-OF.

           PERFORM 2700-READ-PVE
               THRU 2799-READ-PVE-EXIT.

           GO TO 3210-PVE-ADVANCE.

       3280-MATCH-VALUE-DONE.

           IF WS-VALUE-FOUND NOT EQUAL 'Y'
               ADD +1 TO WS-NO-VALUE-CNT
           END-IF.

       3299-MATCH-VALUE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *              COST BASIS OFF NYCSTBAS'S BASIS MASTER             *
      ********************************************************************

       3300-MATCH-BASIS.

           MOVE 'N'  TO WS-BASIS-FOUND.
           MOVE ZERO TO WS-CUM-PREMIUMS.
           MOVE ZERO TO WS-CUM-WITHDRAWALS.
           MOVE ZERO TO WS-COST-BASIS.

           PERFORM 2750-READ-BASIS
               THRU 2759-READ-BASIS-EXIT
               UNTIL BASIS-EOF
                  OR BA-POLICY-NUMBER NOT LESS THAN
                     FRCCNTRT-CONTRACT-NUMBER.

           IF BASIS-EOF
               OR BA-POLICY-NUMBER NOT EQUAL FRCCNTRT-CONTRACT-NUMBER
               ADD +1 TO WS-NO-BASIS-CNT
               GO TO 3399-MATCH-BASIS-EXIT
           END-IF.

           MOVE 'Y' TO WS-BASIS-FOUND.
           IF BA-CUM-PREM NUMERIC
               MOVE BA-CUM-PREM      TO WS-CUM-PREMIUMS
           END-IF.
           IF BA-CUM-NTX-WDRWL NUMERIC
               MOVE BA-CUM-NTX-WDRWL TO WS-CUM-WITHDRAWALS
           END-IF.
           IF BA-COST-BASIS NUMERIC
               MOVE BA-COST-BASIS    TO WS-COST-BASIS
           END-IF.

       3399-MATCH-BASIS-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  HEADER SECTION - STATEMENT ('H'), OWNERS ('O') AND MAILING     *
      *  ADDRESS ('M')                                                  *
      ********************************************************************

       3500-WRITE-HEADER-SECTION.

           MOVE SPACE TO SP-RECORD.
           SET SP-HEADER-ROW TO TRUE.
           MOVE WS-ANNIV-CCYYMMDD  TO SPH-STATEMENT-DATE.
           MOVE WS-PERIOD-CCYYMMDD TO SPH-PERIOD-START.
           MOVE WS-POLICY-YEAR     TO SPH-POLICY-YEAR.
           MOVE WS-PLAN-CODE       TO SPH-PLAN-CODE.
           MOVE WS-ISSUE-STATE     TO SPH-ISSUE-STATE.
           MOVE WS-POLICY-STATUS   TO SPH-POLICY-STATUS.
           MOVE WS-ACTIVITY-IND    TO SPH-ACTIVITY-IND.
           MOVE WS-OWNER-FOUND     TO SPH-OWNER-FOUND.
           MOVE WS-VALUE-FOUND     TO SPH-VALUE-FOUND.
           MOVE WS-BASIS-FOUND     TO SPH-BASIS-FOUND.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

           MOVE SPACE TO SP-RECORD.
           SET SP-OWNER-ROW TO TRUE.
           MOVE WS-OWNER-NAME   TO SPO-OWNER-NAME.
           MOVE WS-SECOND-OWNER TO SPO-SECOND-OWNER.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

           MOVE SPACE TO SP-RECORD.
           SET SP-ADDRESS-ROW TO TRUE.
           MOVE ADDRESS-1 OF AU-SEGMENT TO SPM-ADDRESS-1.
           MOVE ADDRESS-2 OF AU-SEGMENT TO SPM-ADDRESS-2.
           MOVE CITY OF AU-SEGMENT      TO SPM-CITY.
           MOVE STATE OF AU-SEGMENT     TO SPM-STATE.
           MOVE ZIP-CODE OF AU-SEGMENT  TO SPM-ZIP-CODE.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

       3599-WRITE-HEADER-SECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  ACTIVITY SECTION - ONE 'A' ROW PER SEGMENT 69 ENTRY HELD       *
      ********************************************************************

       3600-WRITE-ACTIVITY-SECTION.

           MOVE ZERO TO WS-AT-SUB.

       3620-WRITE-ACTIVITY-LOOP.

           ADD +1 TO WS-AT-SUB.
           IF WS-AT-SUB GREATER THAN AT-USED
               GO TO 3699-WRITE-ACTIVITY-SECTION-EXIT
           END-IF.

           MOVE SPACE TO SP-RECORD.
           SET SP-ACTIVITY-ROW TO TRUE.
           MOVE AT-TRANS-TYPE (WS-AT-SUB)    TO SPA-TRANS-TYPE.
           MOVE AT-DURATION-YEAR (WS-AT-SUB) TO SPA-DURATION-YEAR.
           MOVE AT-DURATION-DAY (WS-AT-SUB)  TO SPA-DURATION-DAY.
           MOVE AT-GROSS-AMOUNT (WS-AT-SUB)  TO SPA-GROSS-AMOUNT.
           ADD AT-GROSS-AMOUNT (WS-AT-SUB)   TO WS-PKG-ACTIVITY-TOTAL.

           MOVE AT-TRANS-TYPE (WS-AT-SUB) TO CHECK-TRANS-OUT.
           EVALUATE TRUE
               WHEN INIT-PAYMENT
                   MOVE 'INITIAL PREMIUM'      TO SPA-TRANS-DESC
               WHEN REG-PAYMENT
                   MOVE 'PLANNED PREMIUM'      TO SPA-TRANS-DESC
               WHEN ADDTL-PAYMENT
                   MOVE 'ADDITIONAL PREMIUM'   TO SPA-TRANS-DESC
               WHEN REINST-PAYMENT
                   MOVE 'REINSTATEMENT PREMIUM' TO SPA-TRANS-DESC
               WHEN ALL-PREM-PAYMENT
                   MOVE 'PREMIUM PAYMENT'      TO SPA-TRANS-DESC
               WHEN FULL-SURRENDER
                   MOVE 'FULL SURRENDER'       TO SPA-TRANS-DESC
               WHEN ALL-WITHDRAWAL
                   MOVE 'PARTIAL WITHDRAWAL'   TO SPA-TRANS-DESC
               WHEN ALL-LOANS
                   MOVE 'POLICY LOAN'          TO SPA-TRANS-DESC
               WHEN TERM-DEATH
                   MOVE 'DEATH CLAIM'          TO SPA-TRANS-DESC
               WHEN OTHER
                   MOVE 'OTHER ACTIVITY'       TO SPA-TRANS-DESC
           END-EVALUATE.

           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

           GO TO 3620-WRITE-ACTIVITY-LOOP.

       3699-WRITE-ACTIVITY-SECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  VALUES SECTION ('V') AND LOAN SECTION ('L')                    *
      ********************************************************************

       3700-WRITE-VALUES-LOAN.

           MOVE SPACE TO SP-RECORD.
           SET SP-VALUES-ROW TO TRUE.
           MOVE WS-CASH-VALUE      TO SPV-CASH-VALUE.
           MOVE WS-VALUE-AS-OF     TO SPV-VALUE-AS-OF.
           MOVE WS-CUM-PREMIUMS    TO SPV-CUM-PREMIUMS.
           MOVE WS-CUM-WITHDRAWALS TO SPV-CUM-WITHDRAWALS.
           MOVE WS-COST-BASIS      TO SPV-COST-BASIS.
           COMPUTE SPV-GAIN = WS-CASH-VALUE - WS-COST-BASIS.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

           MOVE SPACE TO SP-RECORD.
           SET SP-LOAN-ROW TO TRUE.
           MOVE WS-LOAN-BALANCE  TO SPL-LOAN-BALANCE.
           MOVE WS-YEAR-LOAN-NET TO SPL-YEAR-LOAN-NET.
           MOVE WS-YEAR-LOAN-CNT TO SPL-YEAR-LOAN-CNT.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

       3799-WRITE-VALUES-LOAN-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  RIDERS SECTION - ONE 'R' ROW PER ACTIVE SB-SEGMENT OCCURRENCE, *
      *  DECODED AS NYVALEXT'S 2500-DECODE-ONE-RIDER DOES               *
      ********************************************************************

       3800-WRITE-RIDERS-SECTION.

           SET INFORCE-FILE TO TRUE.
           MOVE '04' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       3820-NEXT-RIDER.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3899-WRITE-RIDERS-SECTION-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO SB-SEGMENT.
           IF NOT FSBSTAT-RIDER-ACTIVE
               GO TO 3820-NEXT-RIDER
           END-IF.

           MOVE SPACE TO SP-RECORD.
           SET SP-RIDER-ROW TO TRUE.
           MOVE FSBRIDER-RIDER-CODE TO SPR-RIDER-CODE.
           MOVE ZERO TO SPR-RIDER-FACE.
           IF FSBFACE-RIDER-FACE NUMERIC
               MOVE FSBFACE-RIDER-FACE TO SPR-RIDER-FACE
               ADD FSBFACE-RIDER-FACE  TO WS-PKG-RIDER-FACE
           END-IF.

           EVALUATE TRUE
               WHEN FSBRIDER-WAIVER
                   MOVE 'WAIVER OF PREMIUM'        TO SPR-RIDER-DESC
               WHEN FSBRIDER-ACCIDENTAL-DEATH
                   MOVE 'ACCIDENTAL DEATH BENEFIT' TO SPR-RIDER-DESC
               WHEN FSBRIDER-CHILD-TERM
                   MOVE 'CHILDREN''S TERM RIDER'   TO SPR-RIDER-DESC
               WHEN FSBRIDER-OTHER-INSURED
                   MOVE 'OTHER INSURED RIDER'      TO SPR-RIDER-DESC
               WHEN OTHER
                   MOVE 'OTHER RIDER'              TO SPR-RIDER-DESC
           END-EVALUATE.

           ADD +1 TO WS-PKG-RIDER-CNT.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

           GO TO 3820-NEXT-RIDER.

       3899-WRITE-RIDERS-SECTION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PACKAGE TRAILER ('T') - ROW COUNT INCLUDING ITSELF AND THE     *
      *  PACKAGE CONTROL TOTALS                                         *
      ********************************************************************

       3900-WRITE-PACKAGE-TRAILER.

           MOVE SPACE TO SP-RECORD.
           SET SP-TRAILER-ROW TO TRUE.
           COMPUTE SPT-RECORD-CNT = WS-LINE-SEQ + 1.
           MOVE AT-USED               TO SPT-ACTIVITY-CNT.
           MOVE WS-PKG-ACTIVITY-TOTAL TO SPT-ACTIVITY-TOTAL.
           MOVE WS-PKG-RIDER-CNT      TO SPT-RIDER-CNT.
           MOVE WS-PKG-RIDER-FACE     TO SPT-RIDER-FACE.
           MOVE WS-CASH-VALUE         TO SPT-CASH-VALUE.
           MOVE WS-LOAN-BALANCE       TO SPT-LOAN-BALANCE.
           PERFORM 4100-WRITE-PACKAGE-ROW
               THRU 4199-WRITE-PACKAGE-ROW-EXIT.

       3999-WRITE-PACKAGE-TRAILER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *               ONE STMRPT ROW FOR THE PACKAGE WRITTEN            *
      ********************************************************************

       4000-WRITE-REPORT-LINE.

           INITIALIZE RP-RECORD.
           SET RP-DETAIL-ROW TO TRUE.
           MOVE WS-RUN-CCYYMMDD          TO RP-RUN-DATE.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO RP-POLICY-NUMBER.
           MOVE WS-ANNIV-CCYYMMDD        TO RP-STATEMENT-DATE.
           MOVE WS-POLICY-YEAR           TO RP-POLICY-YEAR.
           MOVE AT-USED                  TO RP-ACTIVITY-CNT.
           MOVE WS-ACTIVITY-IND          TO RP-ACTIVITY-IND.
           MOVE WS-PKG-RIDER-CNT         TO RP-RIDER-CNT.
           MOVE WS-CASH-VALUE            TO RP-CASH-VALUE.
           MOVE WS-LOAN-BALANCE          TO RP-LOAN-BALANCE.
           MOVE WS-COST-BASIS            TO RP-COST-BASIS.
           MOVE 1                        TO RP-PACKAGE-CNT.
           MOVE WS-LINE-SEQ              TO RP-RECORD-CNT.
           MOVE WS-OWNER-NAME            TO RP-OWNER-NAME.
           EVALUATE TRUE
               WHEN WS-ACTIVITY-PARTIAL
                   MOVE 'ACTIVITY PARTIAL'   TO RP-REMARK
               WHEN WS-OWNER-FOUND NOT EQUAL 'Y'
                   MOVE 'NOT ON RPTOWN'      TO RP-REMARK
               WHEN WS-VALUE-FOUND NOT EQUAL 'Y'
                   MOVE 'NO PVERESP VALUE'   TO RP-REMARK
               WHEN WS-BASIS-FOUND NOT EQUAL 'Y'
                   MOVE 'NO COST BASIS'      TO RP-REMARK
               WHEN OTHER
                   MOVE SPACE                TO RP-REMARK
           END-EVALUATE.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE STMRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4099-WRITE-REPORT-LINE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  WRITE ONE PACKAGE ROW - THE CALLER HAS SET THE RECORD TYPE AND *
      *  BODY; THE POLICY AND LINE SEQUENCE ARE FILLED IN HERE          *
      ********************************************************************

       4100-WRITE-PACKAGE-ROW.

           ADD +1 TO WS-LINE-SEQ.
           MOVE FRCCNTRT-CONTRACT-NUMBER TO SP-POLICY-NUMBER.
           MOVE WS-LINE-SEQ              TO SP-LINE-SEQ.

           WRITE PACKAGE-REC FROM SP-RECORD.
           IF PACKAGE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE ANNSTMT FAILED, STATUS = '
                       PACKAGE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO WS-TOT-RECORD-CNT.

       4199-WRITE-PACKAGE-ROW-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                     STMRPT RUN TOTAL ROW                        *
      ********************************************************************

       4200-WRITE-TOTAL-LINE.

           INITIALIZE RP-RECORD.
           SET RP-TOTAL-ROW TO TRUE.
           MOVE WS-RUN-CCYYMMDD     TO RP-RUN-DATE.
           MOVE WS-TOT-CASH-VALUE   TO RP-CASH-VALUE.
           MOVE WS-TOT-LOAN-BALANCE TO RP-LOAN-BALANCE.
           MOVE WS-TOT-COST-BASIS   TO RP-COST-BASIS.
           MOVE WS-TOT-PACKAGE-CNT  TO RP-PACKAGE-CNT.
           MOVE WS-TOT-RECORD-CNT   TO RP-RECORD-CNT.
           MOVE 'RUN TOTAL'         TO RP-REMARK.

           WRITE REPORT-REC FROM RP-RECORD.
           IF REPORT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE STMRPT FAILED, STATUS = '
                       REPORT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4299-WRITE-TOTAL-LINE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  TODAY'S CONTROL GENERATION - THE THROUGH DATE THE NEXT RUN     *
      *  PICKS UP FROM, AND THIS RUN'S PACKAGE AND ROW COUNTS           *
      ********************************************************************

       4300-WRITE-CONTROL.

           MOVE SPACE TO CT-CONTROL-RECORD.
           MOVE WS-THROUGH-DATE    TO CT-THROUGH-DATE.
           MOVE X'05'              TO CT-CONTROL-RECORD (9:1).
           MOVE WS-TOT-PACKAGE-CNT TO CT-PACKAGE-CNT.
           MOVE X'05'              TO CT-CONTROL-RECORD (19:1).
           MOVE WS-TOT-RECORD-CNT  TO CT-RECORD-CNT.

           WRITE CONTROL-TODAY-REC FROM CT-CONTROL-RECORD.
           IF CONTROL-TODAY-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE STMCTLO FAILED, STATUS = '
                       CONTROL-TODAY-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4399-WRITE-CONTROL-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  GET THE NEXT OCCURRENCE OF WS-SEG-ID OFF THE CURRENT RECORD
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

           CLOSE CONTROL-TODAY-FILE.
           CLOSE OWNER-IN-FILE.
           CLOSE PVE-FILE.
           CLOSE BASIS-IN-FILE.
           CLOSE PACKAGE-FILE.
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
           DISPLAY 'NO BASIC SEGMENT: '          WS-NO-BASIC-SEG-CNT.
           DISPLAY 'TERMINATED CONTRACTS: '      WS-TERMINATED-CNT.
           DISPLAY 'NO USABLE INFORCE DATE: '    WS-NO-INFORCE-DT-CNT.
           DISPLAY 'STATEMENT PACKAGES WRITTEN: ' WS-TOT-PACKAGE-CNT.
           DISPLAY 'PACKAGE ROWS WRITTEN: '      WS-TOT-RECORD-CNT.
           DISPLAY 'PACKAGES NOT ON RPTOWN: '    WS-NO-OWNER-CNT.
           DISPLAY 'PACKAGES WITH NO PVERESP: '  WS-NO-VALUE-CNT.
           DISPLAY 'PACKAGES WITH NO BASIS: '    WS-NO-BASIS-CNT.
           DISPLAY 'PARTIAL ACTIVITY SECTIONS: ' WS-PARTIAL-CNT.
           DISPLAY 'STATEMENTED THROUGH: '       WS-THROUGH-DATE.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
