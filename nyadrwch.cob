       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYADRWCH.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE   ASSIGN TO BUSDATE.
           SELECT JOURNAL-IN-FILE   ASSIGN TO CORRJRNL.
           SELECT WINDOW-PRI-FILE   ASSIGN TO ADRWPRI.
           SELECT WINDOW-OUT-FILE   ASSIGN TO ADRWOUT
               FILE STATUS IS WINDOW-OUT-FILE-STATUS.
           SELECT WATCH-OUT-FILE    ASSIGN TO ADRWRPT
               FILE STATUS IS WATCH-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC       PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01  JOURNAL-IN-REC         PIC X(450).

       FD  WINDOW-PRI-FILE
           RECORDING MODE IS F.
       01  WINDOW-PRI-REC         PIC X(220).

       FD  WINDOW-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WINDOW-OUT-REC         PIC X(220).

       FD  WATCH-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WATCH-OUT-REC          PIC X(300).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  ADDRESS-CHANGE-THEN-DISBURSEMENT FRAUD WATCH. NYOWNCOR         *
      *  JOURNALS EVERY AU-SEGMENT IT REWRITES TO CORRJRNL, AND THE     *
      *  SEGMENT 69 HISTORY CARRIES THE WITHDRAWALS, SURRENDERS AND     *
      *  LOANS, BUT NOTHING LINKED THE TWO - AND AN ADDRESS CHANGE      *
      *  FOLLOWED WITHIN DAYS BY A DISBURSEMENT IS THE CLASSIC ACCOUNT- *
      *  TAKEOVER PATTERN. THIS PROGRAM KEEPS A ROLLING WINDOW (30 DAYS *
      *  BY DEFAULT) OF ADDRESS CHANGES AS A GDG - YESTERDAY'S WINDOW   *
      *  LESS THE CHANGES THAT HAVE AGED OUT, PLUS EVERY CORRJRNL ROW   *
      *  STAMPED AFTER THE PRIOR BUSINESS DAY, UP TO AND INCLUDING THE  *
      *  BUSINESS DATE, WHOSE BEFORE AND AFTER ADDRESS DIFFER (AN OWNER *
      *  NAME OR PHONE CORRECTION ALONE IS NOT AN ADDRESS CHANGE).      *
      *  NYOWNCOR STAMPS CORRJRNL WITH THE SYSTEM DATE, SO THE SPAN     *
      *  PICKS UP CORRECTIONS KEYED ON A WEEKEND, A HOLIDAY OR AFTER    *
      *  MIDNIGHT.                                                      *
      *  A SEGMENT 69 ALL-WITHDRAWAL OR ALL-LOANS ENTRY WHOSE CALENDAR  *
      *  DATE FALLS IN THAT SAME BUSINESS-DAY SPAN IS TODAY'S           *
      *  DISBURSEMENT. THE ENTRIES COME FROM TWO BROWSES, AS IN         *
      *  NYGLJRNL: PASS 1 READS VSAM2 FOR EACH CONTRACT'S ISSUE DATE,   *
      *  PASS 2 READS VSAMX AND TAKES THE ENTRIES WHOSE ISSUE DATE PLUS *
      *  TXASOF DURATION FALLS IN THE SPAN. EVERY SUCH DISBURSEMENT ON  *
      *  A POLICY WITH AN ADDRESS CHANGE IN THE WINDOW IS REPORTED TO   *
      *  ADRWRPT WITH THE OLD AND NEW ADDRESS, THE TRANSACTION TYPE AND *
      *  AMOUNT, AND THE DAYS BETWEEN THE CHANGE AND THE DISBURSEMENT,  *
      *  FOR FRAUD TO REVIEW BEFORE FUNDS CLEAR.                        *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYADRWCH EXEC PGM=NYADRWCH                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //CORRJRNL DD DISP=SHR,DSN=T54.T9511F0.NYOWNCOR.JOURNAL.DATA(0)  *
      * //ADRWPRI  DD DISP=SHR,DSN=T54.T9511F0.NYADRWCH.WINDOW.DATA(0)   *
      * //ADRWOUT  DD DSN=T54.T9511F0.NYADRWCH.WINDOW.DATA(+1),          *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=220,BLKSIZE=0)                 *
      * //ADRWRPT  DD DSN=T54.T9511F0.NYADRWCH.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=300,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3 WINDOW LENGTH IN DAYS (DEFAULT 030).              *
      *     CORRJRNL MAY BE DUMMY ON A DAY NYOWNCOR DID NOT RUN; ADRWPRI *
      *     IS DUMMY ON THE FIRST RUN. A CORRJRNL ROW STAMPED OUTSIDE    *
      *     THE PRIOR-BUSINESS-DAY SPAN IS SKIPPED AND COUNTED.          *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED AND THE  *
      *     SPAN IS THAT ONE DAY.                                        *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     MORE WINDOW ROWS OR CONTRACTS THAN THE TABLES HOLD -         *
      *     THE OVERFLOW IS COUNTED AND DISPLAYED                        *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
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
           VALUE 'NYADRWCH WORKING STORAGE BEGINS'.
       COPY CKRECMAX.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY                      PIC X VALUE SPACE.
           05 INFORCE-VSAM                  PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM                  PIC X(8) VALUE 'VSAMX'.
           05 WINDOW-OUT-FILE-STATUS        PIC X(02).
           05 WATCH-OUT-FILE-STATUS         PIC X(02).

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 JOURNAL-EOF-IND               PIC X(1).
              88 JOURNAL-EOF                VALUE 'Y'.
           05 WINDOW-EOF-IND                PIC X(1).
              88 WINDOW-EOF                 VALUE 'Y'.
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.
           05 HIST-EOF-IND                  PIC X(1).
              88 HIST-EOF                   VALUE 'Y'.
           05 WS-FILE-IND                   PIC X(1).
              88 INFORCE-FILE               VALUE 'I'.
              88 HISTORY-FILE               VALUE 'H'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                    PIC X(1).
              88 INFORCE-IO-COMPLETED       VALUE '0'.
              88 INFORCE-IO-EOF             VALUE '6'.

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

           05 WS-SEG-ID               PIC X(02).
           05 WS-SEG-SEQ              COMP-3 PIC S9(5).
           05 WS-SEG-WORK-AREA        PIC X(25000) VALUE SPACE.

           05 CHECK-TRANS-OUT                      PIC X(02).
              88 ALL-WITHDRAWAL                    VALUES
                 'SG','SN','SM','SH',
                 'SF','SQ'.
              88 ALL-LOANS                         VALUES
                 'LN','LM','LG'.

      * WINDOW LENGTH IN DAYS - SYSIPT OVERRIDABLE
           05 WS-WINDOW-DAYS          PIC 9(03) VALUE 030.

           05 WS-WT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-BETWEEN         PIC S9(05) COMP-3 VALUE +0.

           05 WS-TRANS-AMT            PIC S9(09)V99 COMP-3 VALUE +0.

      * CALENDAR DATE OF THE SEGMENT 69 ENTRY - ISSUE DATE PLUS TXASOF
           05 WS-ISSUE-DATE           PIC X(08).
           05 WS-INT-ISSUE-DATE       COMP-3.
              10 WS-INT-ISSUE-YEAR    PIC S9(03).
              10 WS-INT-ISSUE-DAY     PIC S9(03).
           05 WS-INT-TRAN-YEAR        PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY         PIC S9(05) COMP-3 VALUE +0.

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
           05 WS-INT-RUN-DATE         COMP-3.
              10 WS-INT-RUN-YEAR      PIC S9(03).
              10 WS-INT-RUN-DAY       PIC S9(03).
           05 WS-INT-CHG-DATE         COMP-3.
              10 WS-INT-CHG-YEAR      PIC S9(03).
              10 WS-INT-CHG-DAY       PIC S9(03).

      * PRIOR BUSINESS DAY FROM BUSDATE. CORRJRNL ROWS AND SEGMENT 69
      * ENTRIES DATED AFTER IT, UP TO AND INCLUDING THE BUSINESS DATE,
      * BELONG TO THIS RUN. THE KEYS ARE YEAR * 1000 + DAY OF YEAR.
           05 WS-PRIOR-DATE           PIC X(08) VALUE SPACE.
           05 WS-INT-PRIOR-DATE       COMP-3.
              10 WS-INT-PRIOR-YEAR    PIC S9(03).
              10 WS-INT-PRIOR-DAY     PIC S9(03).
           05 WS-INT-JRNL-DATE        COMP-3.
              10 WS-INT-JRNL-YEAR     PIC S9(03).
              10 WS-INT-JRNL-DAY      PIC S9(03).
           05 WS-RUN-KEY              PIC S9(07) COMP-3 VALUE +0.
           05 WS-PRIOR-KEY            PIC S9(07) COMP-3 VALUE +0.
           05 WS-ENTRY-KEY            PIC S9(07) COMP-3 VALUE +0.

      * COUNTERS
           05 WS-JOURNAL-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-JOURNAL-SKIP-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-ADDR-CHANGE-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-KEPT-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-AGED-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-INFORCE-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-NEW-DISB-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-FLAGGED-CNT          PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-OUT-CNT       PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  ROLLING ADDRESS-CHANGE WINDOW                                  *
      ********************************************************************

       01 WINDOW-TABLE.
           05 WT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 WT-ENTRY OCCURS 5000 TIMES.
               10 WT-POLICY           PIC X(10).
               10 WT-CHANGE-DATE      PIC X(08).
               10 WT-OLD-ADDRESS      PIC X(96).
               10 WT-NEW-ADDRESS      PIC X(96).

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
      *  CHANGE JOURNAL RECORD AS WRITTEN BY NYOWNCOR TO CORRJRNL -     *
      *  BEFORE AND AFTER IMAGES BROKEN OUT TO THE AU-SEGMENT ADDRESS   *
      ********************************************************************

       01 JR-JOURNAL-RECORD.
           05 JR-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01).
           05 JR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 JR-BEFORE-IMAGE.
               10 FILLER              PIC X(40).
               10 JR-BEFORE-ADDRESS   PIC X(96).
               10 FILLER              PIC X(64).
           05 FILLER                 PIC X(01).
           05 JR-AFTER-IMAGE.
               10 FILLER              PIC X(40).
               10 JR-AFTER-ADDRESS    PIC X(96).
               10 FILLER              PIC X(64).
           05 FILLER                 PIC X(29).

      ********************************************************************
      *  CARRIED WINDOW RECORD (ADRWPRI IN / ADRWOUT OUT)               *
      ********************************************************************

       01 AW-WINDOW-RECORD.
           05 AW-POLICY-NUMBER       PIC X(10).
           05 AW-CHANGE-DATE         PIC X(08).
           05 AW-OLD-ADDRESS         PIC X(96).
           05 AW-NEW-ADDRESS         PIC X(96).
           05 FILLER                 PIC X(10).

      ********************************************************************
      *  ADDRESS VIEW - AU-SEGMENT ADDRESS-1 THROUGH ZIP-CODE           *
      ********************************************************************

       01 AD-ADDRESS.
           05 AD-ADDRESS-1           PIC X(30).
           05 AD-ADDRESS-2           PIC X(30).
           05 AD-CITY                PIC X(25).
           05 AD-STATE               PIC X(02).
           05 AD-ZIP-CODE            PIC X(09).

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
      *  FRAUD WATCH REPORT RECORD - ONE PER CHANGE/DISBURSEMENT PAIR   *
      ********************************************************************

       01 AR-WATCH-RECORD.
           05 AR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-CHANGE-DATE         PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-OLD-ADDRESS-1       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-OLD-ADDRESS-2       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-OLD-CITY            PIC X(25).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-OLD-STATE           PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-OLD-ZIP-CODE        PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-NEW-ADDRESS-1       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-NEW-ADDRESS-2       PIC X(30).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-NEW-CITY            PIC X(25).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-NEW-STATE           PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-NEW-ZIP-CODE        PIC X(09).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-TRANS-TYPE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-TRANS-AMOUNT        PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 AR-DAYS-BETWEEN        PIC ZZ9.
           05 FILLER                 PIC X(57).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYADRWCH WORKING STORAGE ENDS  '.
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

           PERFORM 1300-OPEN-VSAM-FILES
               THRU 1399-OPEN-VSAM-FILES-EXIT.

      * PASS 1 - BROWSE VSAM2 AND BUILD THE ISSUE DATE LOOKUP
           MOVE SPACE TO END-OF-FILE-INDICATOR.
           PERFORM 1600-BUILD-ISSUE-LOOKUP
               THRU 1699-BUILD-ISSUE-LOOKUP-EXIT
               UNTIL END-OF-FILE.

      * PASS 2 - BROWSE VSAMX FOR THE BUSINESS-DATE DISBURSEMENTS
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 2000-PROCESS-HISTORY
               THRU 2099-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

           PERFORM 3000-WRITE-WINDOW
               THRU 3099-WRITE-WINDOW-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO JOURNAL-EOF-IND.
           MOVE SPACE TO WINDOW-EOF-IND.
           MOVE ZERO TO WS-IO-CODE.
           MOVE LOW-VALUES TO INFORCE-FILE-DCB.
           INITIALIZE INFORCE-FILE-AREA.
           MOVE LOW-VALUES TO HISTORY-FILE-DCB.
           INITIALIZE HISTORY-RECORD.
           MOVE ZERO TO INF-LKUP-USED.

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

      * PRIOR BUSINESS DAY FROM THE SAME CARD. WITHOUT ONE THE
      * SPAN IS THE BUSINESS DATE ALONE.
           COMPUTE WS-RUN-KEY = WS-INT-RUN-YEAR * 1000 + WS-INT-RUN-DAY.
           COMPUTE WS-PRIOR-KEY = WS-RUN-KEY - 1.
           IF NOT BUSDATE-EOF
               AND WS-BUSDATE-CARD (1:8) NUMERIC
               AND WS-BUSDATE-CARD (9:8) NOT = SPACE
               AND WS-BUSDATE-CARD (9:8) NUMERIC
               MOVE WS-BUSDATE-CARD (9:8) TO WS-PRIOR-DATE
               CALL 'CKDCEXIN' USING WS-PRIOR-DATE WS-INT-PRIOR-DATE
               COMPUTE WS-PRIOR-KEY =
                   WS-INT-PRIOR-YEAR * 1000 + WS-INT-PRIOR-DAY
           END-IF.
           IF WS-PRIOR-KEY NOT LESS THAN WS-RUN-KEY
               COMPUTE WS-PRIOR-KEY = WS-RUN-KEY - 1
           END-IF.

      * READ THE OPTIONAL WINDOW-LENGTH CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF AND CONTROL-CARD-REC (1:3) NUMERIC
               MOVE CONTROL-CARD-REC (1:3) TO WS-WINDOW-DAYS
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           DISPLAY 'ADDRESS WATCH BUSINESS DATE: ' WS-RUN-DATE.
           DISPLAY 'ADDRESS WATCH PRIOR BUSINESS DAY: ' WS-PRIOR-DATE.
           DISPLAY 'ADDRESS CHANGE WINDOW DAYS: ' WS-WINDOW-DAYS.

           OPEN INPUT  JOURNAL-IN-FILE.
           OPEN INPUT  WINDOW-PRI-FILE.
           OPEN OUTPUT WINDOW-OUT-FILE.
           IF WINDOW-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADDRESS WINDOW FILE: '
                       WINDOW-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT WATCH-OUT-FILE.
           IF WATCH-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRAUD WATCH REPORT: '
                       WATCH-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           PERFORM 1100-LOAD-PRIOR-WINDOW
               THRU 1199-LOAD-PRIOR-WINDOW-EXIT
               UNTIL WINDOW-EOF.
           CLOSE WINDOW-PRI-FILE.

           PERFORM 1200-LOAD-TODAYS-CHANGES
               THRU 1299-LOAD-TODAYS-CHANGES-EXIT
               UNTIL JOURNAL-EOF.
           CLOSE JOURNAL-IN-FILE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      *  YESTERDAY'S WINDOW - KEEP EVERY CHANGE STILL INSIDE THE WINDOW
       1100-LOAD-PRIOR-WINDOW.

           READ WINDOW-PRI-FILE INTO AW-WINDOW-RECORD
               AT END
                   SET WINDOW-EOF TO TRUE
                   GO TO 1199-LOAD-PRIOR-WINDOW-EXIT
           END-READ.

           IF AW-POLICY-NUMBER = SPACE
               GO TO 1199-LOAD-PRIOR-WINDOW-EXIT
           END-IF.

           PERFORM 2500-DAYS-SINCE-CHANGE
               THRU 2599-DAYS-SINCE-CHANGE-EXIT.
           IF WS-DAYS-BETWEEN GREATER THAN WS-WINDOW-DAYS
               ADD +1 TO WS-WINDOW-AGED-CNT
               GO TO 1199-LOAD-PRIOR-WINDOW-EXIT
           END-IF.

           PERFORM 1500-ADD-WINDOW-ENTRY
               THRU 1599-ADD-WINDOW-ENTRY-EXIT.
           ADD +1 TO WS-WINDOW-KEPT-CNT.

       1199-LOAD-PRIOR-WINDOW-EXIT.
           EXIT.
       EJECT

      *  TODAY'S CORRJRNL - ONLY ROWS STAMPED AFTER THE PRIOR BUSINESS
      *  DAY, UP TO AND INCLUDING THE BUSINESS DATE, WHERE THE ADDRESS
      *  ITSELF CHANGED
       1200-LOAD-TODAYS-CHANGES.

           READ JOURNAL-IN-FILE INTO JR-JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
                   GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-READ.

           ADD +1 TO WS-JOURNAL-READ-CNT.

           IF JR-RUN-DATE NOT NUMERIC
               ADD +1 TO WS-JOURNAL-SKIP-CNT
               GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-IF.

           CALL 'CKDCEXIN' USING JR-RUN-DATE WS-INT-JRNL-DATE.
           COMPUTE WS-ENTRY-KEY =
               WS-INT-JRNL-YEAR * 1000 + WS-INT-JRNL-DAY.
           IF WS-ENTRY-KEY NOT GREATER THAN WS-PRIOR-KEY
               OR WS-ENTRY-KEY GREATER THAN WS-RUN-KEY
               ADD +1 TO WS-JOURNAL-SKIP-CNT
               GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-IF.

           IF JR-POLICY-NUMBER = SPACE
               OR JR-BEFORE-ADDRESS = JR-AFTER-ADDRESS
               GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-IF.

           MOVE JR-POLICY-NUMBER  TO AW-POLICY-NUMBER.
           MOVE JR-RUN-DATE       TO AW-CHANGE-DATE.
           MOVE JR-BEFORE-ADDRESS TO AW-OLD-ADDRESS.
           MOVE JR-AFTER-ADDRESS  TO AW-NEW-ADDRESS.
           PERFORM 1500-ADD-WINDOW-ENTRY
               THRU 1599-ADD-WINDOW-ENTRY-EXIT.
           ADD +1 TO WS-ADDR-CHANGE-CNT.

       1299-LOAD-TODAYS-CHANGES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  OPEN THE INFORCE AND HISTORY FILES              *
      ********************************************************************

       1300-OPEN-VSAM-FILES.

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

       1399-OPEN-VSAM-FILES-EXIT.
           EXIT.
       EJECT

       1500-ADD-WINDOW-ENTRY.

           IF WT-USED NOT LESS THAN +5000
               ADD +1 TO WS-WINDOW-OVFL-CNT
               GO TO 1599-ADD-WINDOW-ENTRY-EXIT
           END-IF.

           ADD +1 TO WT-USED.
           MOVE AW-POLICY-NUMBER TO WT-POLICY (WT-USED).
           MOVE AW-CHANGE-DATE   TO WT-CHANGE-DATE (WT-USED).
           MOVE AW-OLD-ADDRESS   TO WT-OLD-ADDRESS (WT-USED).
           MOVE AW-NEW-ADDRESS   TO WT-NEW-ADDRESS (WT-USED).

       1599-ADD-WINDOW-ENTRY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - READ INFORCE AND RECORD THE ISSUE DATE BY CONTRACT    *
      ********************************************************************

       1600-BUILD-ISSUE-LOOKUP.

           PERFORM 1700-READ-INFORCE
               THRU 1799-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 1699-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           ADD +1 TO WS-INFORCE-READ-CNT.

           SET INFORCE-FILE TO TRUE.
           MOVE +0   TO WS-SEG-SEQ.
           MOVE '02' TO WS-SEG-ID.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 1699-BUILD-ISSUE-LOOKUP-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF INF-LKUP-USED NOT LESS THAN 20000
               ADD +1 TO WS-LOOKUP-OVFL-CNT
               GO TO 1699-BUILD-ISSUE-LOOKUP-EXIT
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

       1699-BUILD-ISSUE-LOOKUP-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  THIS ROUTINE WILL READ THE INFORCE FILE AND DO A TRAILER
      *T  LIST ON THE RECORD.
      ******************************************************************

       1700-READ-INFORCE.

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
               GO TO 1799-READ-INFORCE-EXIT
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

       1799-READ-INFORCE-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *    THIS ROUTINE WILL GET A SEGMENT TRAILER FOR INFORCE OR      *
      *    HISTORY                                                     *
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
      *  PASS 2 - READ VSAMX. A WITHDRAWAL OR LOAN ENTRY DATED AFTER    *
      *  THE PRIOR BUSINESS DAY, UP TO AND INCLUDING THE BUSINESS DATE, *
      *  ON A POLICY WITH AN ADDRESS CHANGE IN THE WINDOW IS REPORTED,  *
      *  ONCE PER CHANGE                                                *
      ********************************************************************

       2000-PROCESS-HISTORY.

           PERFORM 2700-READ-NEXT-HISTORY
               THRU 2799-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 2099-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.

           PERFORM 2800-LOOKUP-CONTRACT
               THRU 2899-LOOKUP-CONTRACT-EXIT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               OR INF-LKUP-POL-NUM (INF-LKUP-IDX) NOT EQUAL
                   NRCSRCHK-POL-NUMBER
               OR INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 2099-PROCESS-HISTORY-EXIT
           END-IF.

           SET HISTORY-FILE TO TRUE.
           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       2020-NEXT-SEG-69.

           PERFORM SUB7000-GET-TRLR
               THRU SUB7999-GET-TRLR-EXIT.

           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 2099-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           MOVE TXTRNTYP-TRANS-TYPE TO CHECK-TRANS-OUT.

           IF NOT ALL-WITHDRAWAL AND NOT ALL-LOANS
               GO TO 2020-NEXT-SEG-69
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

           COMPUTE WS-ENTRY-KEY =
               WS-INT-TRAN-YEAR * 1000 + WS-INT-TRAN-DAY.
           IF WS-ENTRY-KEY NOT GREATER THAN WS-PRIOR-KEY
               OR WS-ENTRY-KEY GREATER THAN WS-RUN-KEY
               GO TO 2020-NEXT-SEG-69
           END-IF.

           ADD +1 TO WS-NEW-DISB-CNT.
           MOVE TXGROSS-GROSS-AMOUNT TO WS-TRANS-AMT.
           PERFORM 2050-SEARCH-WINDOW
               THRU 2059-SEARCH-WINDOW-EXIT.

           GO TO 2020-NEXT-SEG-69.

       2099-PROCESS-HISTORY-EXIT.
           EXIT.
       EJECT

       2050-SEARCH-WINDOW.

           MOVE ZERO TO WS-WT-SUB.

       2055-SEARCH-WINDOW-LOOP.

           ADD +1 TO WS-WT-SUB.
           IF WS-WT-SUB GREATER THAN WT-USED
               GO TO 2059-SEARCH-WINDOW-EXIT
           END-IF.

           IF WT-POLICY (WS-WT-SUB) = NRCSRCHK-POL-NUMBER
               PERFORM 2200-WRITE-WATCH-ROW
                   THRU 2299-WRITE-WATCH-ROW-EXIT
           END-IF.

           GO TO 2055-SEARCH-WINDOW-LOOP.

       2059-SEARCH-WINDOW-EXIT.
           EXIT.
       EJECT

       2200-WRITE-WATCH-ROW.

           INITIALIZE AR-WATCH-RECORD.
           MOVE NRCSRCHK-POL-NUMBER        TO AR-POLICY-NUMBER.
           MOVE WT-CHANGE-DATE (WS-WT-SUB) TO AR-CHANGE-DATE.

           MOVE WT-OLD-ADDRESS (WS-WT-SUB) TO AD-ADDRESS.
           MOVE AD-ADDRESS-1               TO AR-OLD-ADDRESS-1.
           MOVE AD-ADDRESS-2               TO AR-OLD-ADDRESS-2.
           MOVE AD-CITY                    TO AR-OLD-CITY.
           MOVE AD-STATE                   TO AR-OLD-STATE.
           MOVE AD-ZIP-CODE                TO AR-OLD-ZIP-CODE.

           MOVE WT-NEW-ADDRESS (WS-WT-SUB) TO AD-ADDRESS.
           MOVE AD-ADDRESS-1               TO AR-NEW-ADDRESS-1.
           MOVE AD-ADDRESS-2               TO AR-NEW-ADDRESS-2.
           MOVE AD-CITY                    TO AR-NEW-CITY.
           MOVE AD-STATE                   TO AR-NEW-STATE.
           MOVE AD-ZIP-CODE                TO AR-NEW-ZIP-CODE.

           MOVE TXTRNTYP-TRANS-TYPE        TO AR-TRANS-TYPE.
           MOVE WS-TRANS-AMT               TO AR-TRANS-AMOUNT.

           MOVE WT-CHANGE-DATE (WS-WT-SUB) TO AW-CHANGE-DATE.
           PERFORM 2500-DAYS-SINCE-CHANGE
               THRU 2599-DAYS-SINCE-CHANGE-EXIT.
           IF WS-DAYS-BETWEEN LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-BETWEEN
           END-IF.
           MOVE WS-DAYS-BETWEEN            TO AR-DAYS-BETWEEN.

           WRITE WATCH-OUT-REC FROM AR-WATCH-RECORD.
           IF WATCH-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRAUD WATCH REPORT: '
                       WATCH-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-FLAGGED-CNT.

       2299-WRITE-WATCH-ROW-EXIT.
           EXIT.
       EJECT

      *  DAYS FROM AW-CHANGE-DATE (MMDDCCYY) TO THE BUSINESS DATE
       2500-DAYS-SINCE-CHANGE.

           CALL 'CKDCEXIN' USING AW-CHANGE-DATE WS-INT-CHG-DATE.
           COMPUTE WS-DAYS-BETWEEN =
               (WS-INT-RUN-YEAR - WS-INT-CHG-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-CHG-DAY).

       2599-DAYS-SINCE-CHANGE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                  READ THE NEXT HISTORY RECORD                   *
      ********************************************************************

       2700-READ-NEXT-HISTORY.

           MOVE '8' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING HISTORY-VSAM
                                  WS-IO-CODE
                                  HISTORY-RECORD
                                  HISTORY-FILE-LENGTH
                                  NRCSRCHK-SEARCH-KEY
                                  UBHIST-HISTORY-VSAMX.

           IF WS-IO-CODE EQUAL '6'
               SET HIST-EOF TO TRUE
               GO TO 2799-READ-NEXT-HISTORY-EXIT
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

       2799-READ-NEXT-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  POSITION THE LOOKUP ON THE CURRENT HISTORY CONTRACT. BOTH       *
      *  FILES ARE IN CONTRACT ORDER, SO THE INDEX ONLY MOVES FORWARD    *
      *  AND STOPS AT THE FIRST ENTRY NOT LOWER THAN THE CONTRACT.       *
      ********************************************************************

       2800-LOOKUP-CONTRACT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               GO TO 2899-LOOKUP-CONTRACT-EXIT
           END-IF.

           IF INF-LKUP-POL-NUM (INF-LKUP-IDX) LESS THAN
                   NRCSRCHK-POL-NUMBER
               SET INF-LKUP-IDX UP BY 1
               GO TO 2800-LOOKUP-CONTRACT
           END-IF.

       2899-LOOKUP-CONTRACT-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CARRY THE WINDOW FORWARD TO THE NEXT RUN                       *
      ********************************************************************

       3000-WRITE-WINDOW.

           MOVE ZERO TO WS-WT-SUB.

       3020-WRITE-WINDOW-LOOP.

           ADD +1 TO WS-WT-SUB.
           IF WS-WT-SUB GREATER THAN WT-USED
               GO TO 3099-WRITE-WINDOW-EXIT
           END-IF.

           INITIALIZE AW-WINDOW-RECORD.
           MOVE WT-POLICY (WS-WT-SUB)      TO AW-POLICY-NUMBER.
           MOVE WT-CHANGE-DATE (WS-WT-SUB) TO AW-CHANGE-DATE.
           MOVE WT-OLD-ADDRESS (WS-WT-SUB) TO AW-OLD-ADDRESS.
           MOVE WT-NEW-ADDRESS (WS-WT-SUB) TO AW-NEW-ADDRESS.
           WRITE WINDOW-OUT-REC FROM AW-WINDOW-RECORD.
           IF WINDOW-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ADDRESS WINDOW FILE: '
                       WINDOW-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-WINDOW-OUT-CNT.

           GO TO 3020-WRITE-WINDOW-LOOP.

       3099-WRITE-WINDOW-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE WINDOW-OUT-FILE.
           CLOSE WATCH-OUT-FILE.

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

           DISPLAY 'JOURNAL ROWS READ: '         WS-JOURNAL-READ-CNT.
           DISPLAY 'JOURNAL ROWS OUT OF WINDOW: ' WS-JOURNAL-SKIP-CNT.
           DISPLAY 'NEW ADDRESS CHANGES: '       WS-ADDR-CHANGE-CNT.
           DISPLAY 'PRIOR CHANGES KEPT: '        WS-WINDOW-KEPT-CNT.
           DISPLAY 'PRIOR CHANGES AGED OUT: '    WS-WINDOW-AGED-CNT.
           DISPLAY 'WINDOW OVER TABLE: '         WS-WINDOW-OVFL-CNT.
           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'BUSINESS-DATE DISBURSEMENTS: ' WS-NEW-DISB-CNT.
           DISPLAY 'FLAGGED FOR REVIEW: '        WS-FLAGGED-CNT.
           DISPLAY 'WINDOW ROWS WRITTEN: '       WS-WINDOW-OUT-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
