       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYSENRVW.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE   ASSIGN TO BUSDATE.
           SELECT JOURNAL-IN-FILE   ASSIGN TO CORRJRNL.
           SELECT WINDOW-PRI-FILE   ASSIGN TO SENWPRI.
           SELECT OWFRPT-FILE       ASSIGN TO OWFRPT.
           SELECT WINDOW-OUT-FILE   ASSIGN TO SENWOUT
               FILE STATUS IS WINDOW-OUT-FILE-STATUS.
           SELECT REVIEW-OUT-FILE   ASSIGN TO SENRRPT
               FILE STATUS IS REVIEW-OUT-FILE-STATUS.
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
       01  WINDOW-PRI-REC         PIC X(80).

       FD  OWFRPT-FILE
           RECORDING MODE IS F.
       01  OWFRPT-REC             PIC X(400).

       FD  WINDOW-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WINDOW-OUT-REC         PIC X(80).

       FD  REVIEW-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REVIEW-OUT-REC         PIC X(200).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  SENIOR-OWNER LARGE-DISBURSEMENT REVIEW. REGULATORS EXPECT A     *
      *  SECOND LOOK AT LARGE WITHDRAWALS, SURRENDERS AND LOANS TAKEN BY *
      *  ELDERLY CUSTOMERS. THIS PROGRAM TAKES TODAY'S DISBURSEMENTS -   *
      *  EVERY SEGMENT 69 ALL-WITHDRAWAL (FULL-SURRENDER 'SF' INCLUDED)  *
      *  OR ALL-LOANS ENTRY WHOSE CALENDAR DATE IS AFTER THE PRIOR       *
      *  BUSINESS DAY, UP TO AND INCLUDING THE BUSINESS DATE - AND KEEPS *
      *  EVERY ONE WHOSE GROSS AMOUNT EXCEEDS THE REVIEW THRESHOLD ON A  *
      *  POLICY WHOSE INSURED'S ATTAINED AGE IS 65 OR OVER. A WITHDRAWAL *
      *  OR SURRENDER IS MEASURED AT ITS ABSOLUTE AMOUNT; A LOAN ONLY    *
      *  WHEN POSITIVE - A NEGATIVE ALL-LOANS ENTRY IS A REPAYMENT       *
      *  (NYLNBILL BOOKS THEM NEGATIVE) AND IS COUNTED, NOT REVIEWED.    *
      *  THE ENTRIES COME FROM TWO BROWSES, AS IN NYGLJRNL: PASS 1 READS *
      *  VSAM2 FOR EACH CONTRACT'S ISSUE DATE, PASS 2 READS VSAMX AND    *
      *  TAKES THE ENTRIES WHOSE ISSUE DATE PLUS TXASOF DURATION FALLS   *
      *  IN THAT SPAN.                                                   *
      *  ATTAINED AGE IS THE ISSUE AGE NYFPOWFF COMPUTES (RP-ISSUE-AGE   *
      *  ON ITS RPTOUT, READ AS OWFRPT) PLUS THE ENTRY'S TXASOF          *
      *  DURATION YEAR. VSAMX AND OWFRPT ARE BOTH IN POLICY ORDER, SO    *
      *  OWFRPT IS READ WITH A SEQUENTIAL MATCH; A POLICY NOT ON OWFRPT  *
      *  HAS NO ISSUE AGE AND IS COUNTED, NOT REVIEWED.                  *
      *  A ROLLING WINDOW (60 DAYS BY DEFAULT) OF OWNER AND ADDRESS      *
      *  CHANGES IS CARRIED AS A GDG - YESTERDAY'S WINDOW LESS THE       *
      *  CHANGES THAT HAVE AGED OUT, PLUS EVERY CORRJRNL ROW NYOWNCOR    *
      *  STAMPED IN THE SAME SPAN (IT STAMPS THE SYSTEM DATE, SO         *
      *  CORRECTIONS KEYED ON A WEEKEND, A HOLIDAY OR AFTER MIDNIGHT ARE *
      *  PICKED UP) WHOSE BEFORE AND AFTER AU-SEGMENT IMAGES DIFFER IN   *
      *  THE OWNER (NAME, SECOND OWNER OR TIN) OR THE ADDRESS. A PHONE   *
      *  CORRECTION ALONE IS NOT A CHANGE.                               *
      *  SENRRPT IS THE TRUSTED-CONTACT REVIEW WORKLIST - ONE ROW PER    *
      *  DISBURSEMENT KEPT, WITH THE TRANSACTION, THE ISSUE AND          *
      *  ATTAINED AGE, AND THE LATEST OWNER OR ADDRESS CHANGE IN THE     *
      *  WINDOW (TYPE, DATE, DAYS BEFORE THE DISBURSEMENT AND HOW MANY   *
      *  CHANGES) WITH A CHANGE FLAG, SO A DISBURSEMENT FOLLOWING A      *
      *  RECENT CHANGE IS WORKED FIRST.                                  *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYSENRVW EXEC PGM=NYSENRVW                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //CORRJRNL DD DISP=SHR,DSN=T54.T9511F0.NYOWNCOR.JOURNAL.DATA(0)  *
      * //SENWPRI  DD DISP=SHR,DSN=T54.T9511F0.NYSENRVW.WINDOW.DATA(0)   *
      * //OWFRPT   DD DISP=SHR,DSN=T54.T9511F0.NYFPOWFF.OUTPUT.DATA(0)   *
      * //SENWOUT  DD DSN=T54.T9511F0.NYSENRVW.WINDOW.DATA(+1),          *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //SENRRPT  DD DSN=T54.T9511F0.NYSENRVW.OUTPUT.DATA,              *
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
      *       COLS 1-9   REVIEW THRESHOLD IN WHOLE DOLLARS - A           *
      *                  DISBURSEMENT MUST EXCEED IT (DEFAULT 000010000) *
      *       COLS 11-13 OWNER/ADDRESS CHANGE WINDOW IN DAYS             *
      *                  (DEFAULT 060)                                   *
      *     CORRJRNL MAY BE DUMMY ON A DAY NYOWNCOR DID NOT RUN; SENWPRI *
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
           VALUE 'NYSENRVW WORKING STORAGE BEGINS'.
       COPY CKRECMAX.

      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY                      PIC X VALUE SPACE.
           05 INFORCE-VSAM                  PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM                  PIC X(8) VALUE 'VSAMX'.
           05 WINDOW-OUT-FILE-STATUS        PIC X(02).
           05 REVIEW-OUT-FILE-STATUS        PIC X(02).

           05 CARD-EOF-IND                  PIC X(1).
              88 CARD-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 JOURNAL-EOF-IND               PIC X(1).
              88 JOURNAL-EOF                VALUE 'Y'.
           05 WINDOW-EOF-IND                PIC X(1).
              88 WINDOW-EOF                 VALUE 'Y'.
           05 OWFRPT-EOF-IND                PIC X(1).
              88 OWFRPT-EOF                 VALUE 'Y'.
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
              88 FULL-SURRENDER                    VALUES 'SF'.
              88 ALL-WITHDRAWAL                    VALUES
                 'SG','SN','SM','SH',
                 'SF','SQ'.
              88 ALL-LOANS                         VALUES
                 'LN','LM','LG'.

      * SENIOR AGE, REVIEW THRESHOLD AND WINDOW LENGTH - THE LAST TWO
      * SYSIPT OVERRIDABLE
           05 WS-SENIOR-AGE           PIC S9(03) COMP-3 VALUE +65.
           05 WS-THRESHOLD-DOLLARS    PIC 9(09) VALUE 000010000.
           05 WS-THRESHOLD-AMT        PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-WINDOW-DAYS          PIC 9(03) VALUE 060.

           05 WS-WT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-DAYS-BETWEEN         PIC S9(05) COMP-3 VALUE +0.

      * CURRENT DISBURSEMENT
           05 WS-ISSUE-AGE            PIC S9(03) COMP-3 VALUE +0.
           05 WS-DURATION-YEAR        PIC S9(03) COMP-3 VALUE +0.
           05 WS-ATTAINED-AGE         PIC S9(03) COMP-3 VALUE +0.
           05 WS-ABS-AMT              PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-TRANS-DESC           PIC X(10).
           05 WS-CHANGE-CNT           PIC S9(05) COMP-3 VALUE +0.
           05 WS-LATEST-SUB           PIC S9(05) COMP-3 VALUE +0.
           05 WS-LATEST-DAYS          PIC S9(05) COMP-3 VALUE +0.
           05 WS-CHANGE-TYPE          PIC X(01).
              88 WS-OWNER-CHANGED     VALUE 'O'.
              88 WS-ADDRESS-CHANGED   VALUE 'A'.
              88 WS-BOTH-CHANGED      VALUE 'B'.

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
           05 WS-CHANGE-DATE          PIC X(08).
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
           05 WS-CHANGE-ADDED-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-KEPT-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-AGED-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-INFORCE-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-NEW-DISB-CNT         PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOAN-REPAY-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-UNDER-THRESHOLD-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-AGE-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-UNDER-AGE-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-REVIEW-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-AFTER-CHANGE-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-WINDOW-OUT-CNT       PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  ROLLING OWNER/ADDRESS-CHANGE WINDOW                            *
      ********************************************************************

       01 WINDOW-TABLE.
           05 WT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 WT-ENTRY OCCURS 10000 TIMES.
               10 WT-POLICY           PIC X(10).
               10 WT-CHANGE-DATE      PIC X(08).
               10 WT-CHANGE-TYPE      PIC X(01).

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
      *  BEFORE AND AFTER IMAGES BROKEN OUT TO THE AU-SEGMENT FIELDS    *
      ********************************************************************

       01 JR-JOURNAL-RECORD.
           05 JR-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01).
           05 JR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01).
           05 JR-BEFORE-IMAGE.
               10 JR-BEFORE-OWNER     PIC X(40).
               10 JR-BEFORE-ADDRESS   PIC X(96).
               10 JR-BEFORE-TIN       PIC X(09).
               10 FILLER              PIC X(10).
               10 JR-BEFORE-SECOND    PIC X(40).
               10 FILLER              PIC X(05).
           05 FILLER                 PIC X(01).
           05 JR-AFTER-IMAGE.
               10 JR-AFTER-OWNER      PIC X(40).
               10 JR-AFTER-ADDRESS    PIC X(96).
               10 JR-AFTER-TIN        PIC X(09).
               10 FILLER              PIC X(10).
               10 JR-AFTER-SECOND     PIC X(40).
               10 FILLER              PIC X(05).
           05 FILLER                 PIC X(29).

      ********************************************************************
      *  CARRIED WINDOW RECORD (SENWPRI IN / SENWOUT OUT). CHANGE TYPE  *
      *  'O' OWNER, 'A' ADDRESS, 'B' BOTH ON THE SAME JOURNAL ROW       *
      ********************************************************************

       01 SW-WINDOW-RECORD.
           05 SW-POLICY-NUMBER       PIC X(10).
           05 SW-CHANGE-DATE         PIC X(08).
           05 SW-CHANGE-TYPE         PIC X(01).
           05 FILLER                 PIC X(61).

      ********************************************************************
      * NYFPOWFF'S RPTOUT - DETAIL ROW LAYOUT, JUST THE FIELDS THIS     *
      * REVIEW NEEDS                                                     *
      ********************************************************************

       01 OWF-RECORD.
           05 ORP-RECORD-TYPE        PIC X(01).
           05 FILLER                 PIC X(01).
           05 ORP-POLICY             PIC X(10).
           05 FILLER                 PIC X(103).
           05 ORP-OWNER-NAME         PIC X(81).
           05 FILLER                 PIC X(138).
           05 ORP-ISSUE-AGE          PIC ZZ9.
           05 FILLER                 PIC X(63).

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
      *  TRUSTED-CONTACT REVIEW WORKLIST - ONE ROW PER DISBURSEMENT     *
      ********************************************************************

       01 SR-REVIEW-RECORD.
           05 SR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-OWNER-NAME          PIC X(40).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-TRANS-TYPE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-TRANS-DESC          PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-DURATION-YEAR       PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-DURATION-DAY        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-TRANS-AMOUNT        PIC ---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-ISSUE-AGE           PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-ATTAINED-AGE        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-RECENT-CHANGE-IND   PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-CHANGE-TYPE         PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-CHANGE-DATE         PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-DAYS-SINCE-CHANGE   PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-CHANGE-COUNT        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 SR-BUSINESS-DATE       PIC X(08).
           05 FILLER                 PIC X(74).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYSENRVW WORKING STORAGE ENDS  '.
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
           MOVE SPACE TO OWFRPT-EOF-IND.
           MOVE SPACE TO ORP-POLICY.
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

      * READ THE OPTIONAL THRESHOLD AND WINDOW-LENGTH CARD
           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF AND CONTROL-CARD-REC (1:9) NUMERIC
               MOVE CONTROL-CARD-REC (1:9) TO WS-THRESHOLD-DOLLARS
           END-IF.
           IF NOT CARD-EOF AND CONTROL-CARD-REC (11:3) NUMERIC
               MOVE CONTROL-CARD-REC (11:3) TO WS-WINDOW-DAYS
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           MOVE WS-THRESHOLD-DOLLARS TO WS-THRESHOLD-AMT.
           DISPLAY 'SENIOR REVIEW BUSINESS DATE: '  WS-RUN-DATE.
           DISPLAY 'SENIOR REVIEW PRIOR BUSINESS DAY: ' WS-PRIOR-DATE.
           DISPLAY 'REVIEW THRESHOLD DOLLARS: '  WS-THRESHOLD-DOLLARS.
           DISPLAY 'OWNER/ADDRESS CHANGE WINDOW DAYS: ' WS-WINDOW-DAYS.

           OPEN INPUT  JOURNAL-IN-FILE.
           OPEN INPUT  WINDOW-PRI-FILE.
           OPEN INPUT  OWFRPT-FILE.
           OPEN OUTPUT WINDOW-OUT-FILE.
           IF WINDOW-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHANGE WINDOW FILE: '
                       WINDOW-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT REVIEW-OUT-FILE.
           IF REVIEW-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SENIOR REVIEW WORKLIST: '
                       REVIEW-OUT-FILE-STATUS
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

           READ WINDOW-PRI-FILE INTO SW-WINDOW-RECORD
               AT END
                   SET WINDOW-EOF TO TRUE
                   GO TO 1199-LOAD-PRIOR-WINDOW-EXIT
           END-READ.

           IF SW-POLICY-NUMBER = SPACE
               GO TO 1199-LOAD-PRIOR-WINDOW-EXIT
           END-IF.

           MOVE SW-CHANGE-DATE TO WS-CHANGE-DATE.
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
      *  DAY, UP TO AND INCLUDING THE BUSINESS DATE, WHERE THE OWNER OR
      *  THE ADDRESS ITSELF CHANGED
       1200-LOAD-TODAYS-CHANGES.

           READ JOURNAL-IN-FILE INTO JR-JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
                   GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-READ.

           ADD +1 TO WS-JOURNAL-READ-CNT.

           IF JR-POLICY-NUMBER = SPACE
               GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-IF.

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

           MOVE SPACE TO WS-CHANGE-TYPE.
           IF JR-BEFORE-OWNER NOT = JR-AFTER-OWNER
               OR JR-BEFORE-SECOND NOT = JR-AFTER-SECOND
               OR JR-BEFORE-TIN NOT = JR-AFTER-TIN
               SET WS-OWNER-CHANGED TO TRUE
           END-IF.
           IF JR-BEFORE-ADDRESS NOT = JR-AFTER-ADDRESS
               IF WS-OWNER-CHANGED
                   SET WS-BOTH-CHANGED TO TRUE
               ELSE
                   SET WS-ADDRESS-CHANGED TO TRUE
               END-IF
           END-IF.
           IF WS-CHANGE-TYPE = SPACE
               GO TO 1299-LOAD-TODAYS-CHANGES-EXIT
           END-IF.

           INITIALIZE SW-WINDOW-RECORD.
           MOVE JR-POLICY-NUMBER  TO SW-POLICY-NUMBER.
           MOVE JR-RUN-DATE       TO SW-CHANGE-DATE.
           MOVE WS-CHANGE-TYPE    TO SW-CHANGE-TYPE.
           PERFORM 1500-ADD-WINDOW-ENTRY
               THRU 1599-ADD-WINDOW-ENTRY-EXIT.
           ADD +1 TO WS-CHANGE-ADDED-CNT.

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

           IF WT-USED NOT LESS THAN +10000
               ADD +1 TO WS-WINDOW-OVFL-CNT
               GO TO 1599-ADD-WINDOW-ENTRY-EXIT
           END-IF.

           ADD +1 TO WT-USED.
           MOVE SW-POLICY-NUMBER TO WT-POLICY (WT-USED).
           MOVE SW-CHANGE-DATE   TO WT-CHANGE-DATE (WT-USED).
           MOVE SW-CHANGE-TYPE   TO WT-CHANGE-TYPE (WT-USED).

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
      *  PASS 2 - READ VSAMX AND CHECK EACH WITHDRAWAL, SURRENDER AND   *
      *  LOAN ENTRY DATED AFTER THE PRIOR BUSINESS DAY, UP TO AND       *
      *  INCLUDING THE BUSINESS DATE                                    *
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

           PERFORM 2050-CHECK-DISBURSEMENT
               THRU 2059-CHECK-DISBURSEMENT-EXIT.

           GO TO 2020-NEXT-SEG-69.

       2099-PROCESS-HISTORY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  A BUSINESS-DATE DISBURSEMENT OVER THE THRESHOLD, ON A POLICY   *
      *  WHOSE INSURED IS 65 OR OVER, GOES TO THE WORKLIST WITH ANY     *
      *  OWNER/ADDRESS CHANGE IN THE WINDOW. A WITHDRAWAL OR SURRENDER  *
      *  IS MEASURED AT ITS ABSOLUTE AMOUNT; A NEGATIVE LOAN ENTRY IS A *
      *  REPAYMENT, NOT A DISBURSEMENT                                  *
      ********************************************************************

       2050-CHECK-DISBURSEMENT.

           MOVE TXGROSS-GROSS-AMOUNT TO WS-TRANS-AMT.
           IF ALL-LOANS
               AND WS-TRANS-AMT LESS THAN ZERO
               ADD +1 TO WS-LOAN-REPAY-CNT
               GO TO 2059-CHECK-DISBURSEMENT-EXIT
           END-IF.

           ADD +1 TO WS-NEW-DISB-CNT.
           MOVE WS-TRANS-AMT TO WS-ABS-AMT.
           IF ALL-WITHDRAWAL
               AND WS-ABS-AMT LESS THAN ZERO
               COMPUTE WS-ABS-AMT = ZERO - WS-ABS-AMT
           END-IF.
           IF WS-ABS-AMT NOT GREATER THAN WS-THRESHOLD-AMT
               ADD +1 TO WS-UNDER-THRESHOLD-CNT
               GO TO 2059-CHECK-DISBURSEMENT-EXIT
           END-IF.

      * ISSUE AGE OFF NYFPOWFF'S RPTOUT
           PERFORM 2350-ADVANCE-OWFRPT-LOOP
               THRU 2359-ADVANCE-OWFRPT-LOOP-EXIT
               UNTIL OWFRPT-EOF
                  OR ORP-POLICY NOT LESS THAN NRCSRCHK-POL-NUMBER.
           IF OWFRPT-EOF
               OR ORP-POLICY NOT EQUAL NRCSRCHK-POL-NUMBER
               OR ORP-ISSUE-AGE EQUAL SPACE
               ADD +1 TO WS-NO-ISSUE-AGE-CNT
               GO TO 2059-CHECK-DISBURSEMENT-EXIT
           END-IF.

           MOVE ORP-ISSUE-AGE TO WS-ISSUE-AGE.
           MOVE TXASOF-YEAR TO WS-DURATION-YEAR.
           COMPUTE WS-ATTAINED-AGE = WS-ISSUE-AGE + WS-DURATION-YEAR.
           IF WS-ATTAINED-AGE LESS THAN WS-SENIOR-AGE
               ADD +1 TO WS-UNDER-AGE-CNT
               GO TO 2059-CHECK-DISBURSEMENT-EXIT
           END-IF.

           PERFORM 2100-FIND-LATEST-CHANGE
               THRU 2199-FIND-LATEST-CHANGE-EXIT.

           PERFORM 2200-WRITE-REVIEW-ROW
               THRU 2299-WRITE-REVIEW-ROW-EXIT.

       2059-CHECK-DISBURSEMENT-EXIT.
           EXIT.
       EJECT

      *  COUNT THE POLICY'S CHANGES IN THE WINDOW AND KEEP THE LATEST
       2100-FIND-LATEST-CHANGE.

           MOVE ZERO TO WS-WT-SUB WS-CHANGE-CNT WS-LATEST-SUB
                        WS-LATEST-DAYS.

       2120-FIND-LATEST-CHANGE-LOOP.

           ADD +1 TO WS-WT-SUB.
           IF WS-WT-SUB GREATER THAN WT-USED
               GO TO 2199-FIND-LATEST-CHANGE-EXIT
           END-IF.

           IF WT-POLICY (WS-WT-SUB) NOT = NRCSRCHK-POL-NUMBER
               GO TO 2120-FIND-LATEST-CHANGE-LOOP
           END-IF.

           ADD +1 TO WS-CHANGE-CNT.
           MOVE WT-CHANGE-DATE (WS-WT-SUB) TO WS-CHANGE-DATE.
           PERFORM 2500-DAYS-SINCE-CHANGE
               THRU 2599-DAYS-SINCE-CHANGE-EXIT.
           IF WS-DAYS-BETWEEN LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-BETWEEN
           END-IF.
           IF WS-LATEST-SUB EQUAL ZERO
               OR WS-DAYS-BETWEEN LESS THAN WS-LATEST-DAYS
               MOVE WS-WT-SUB       TO WS-LATEST-SUB
               MOVE WS-DAYS-BETWEEN TO WS-LATEST-DAYS
           END-IF.

           GO TO 2120-FIND-LATEST-CHANGE-LOOP.

       2199-FIND-LATEST-CHANGE-EXIT.
           EXIT.
       EJECT

       2200-WRITE-REVIEW-ROW.

           EVALUATE TRUE
               WHEN FULL-SURRENDER
                   MOVE 'SURRENDER'  TO WS-TRANS-DESC
               WHEN ALL-WITHDRAWAL
                   MOVE 'WITHDRAWAL' TO WS-TRANS-DESC
               WHEN OTHER
                   MOVE 'LOAN'       TO WS-TRANS-DESC
           END-EVALUATE.

           INITIALIZE SR-REVIEW-RECORD.
           MOVE NRCSRCHK-POL-NUMBER        TO SR-POLICY-NUMBER.
           MOVE ORP-OWNER-NAME             TO SR-OWNER-NAME.
           MOVE TXTRNTYP-TRANS-TYPE        TO SR-TRANS-TYPE.
           MOVE WS-TRANS-DESC              TO SR-TRANS-DESC.
           MOVE TXASOF-YEAR                TO SR-DURATION-YEAR.
           MOVE TXASOF-DAY                 TO SR-DURATION-DAY.
           MOVE WS-TRANS-AMT               TO SR-TRANS-AMOUNT.
           MOVE WS-ISSUE-AGE               TO SR-ISSUE-AGE.
           MOVE WS-ATTAINED-AGE            TO SR-ATTAINED-AGE.
           MOVE WS-RUN-DATE                TO SR-BUSINESS-DATE.
           MOVE WS-CHANGE-CNT              TO SR-CHANGE-COUNT.

           IF WS-LATEST-SUB EQUAL ZERO
               MOVE 'N' TO SR-RECENT-CHANGE-IND
               MOVE SPACE TO SR-CHANGE-TYPE SR-CHANGE-DATE
               MOVE ZERO  TO SR-DAYS-SINCE-CHANGE
           ELSE
               MOVE 'Y' TO SR-RECENT-CHANGE-IND
               MOVE WT-CHANGE-TYPE (WS-LATEST-SUB) TO SR-CHANGE-TYPE
               MOVE WT-CHANGE-DATE (WS-LATEST-SUB) TO SR-CHANGE-DATE
               MOVE WS-LATEST-DAYS TO SR-DAYS-SINCE-CHANGE
               ADD +1 TO WS-AFTER-CHANGE-CNT
           END-IF.

           WRITE REVIEW-OUT-REC FROM SR-REVIEW-RECORD.
           IF REVIEW-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SENIOR REVIEW WORKLIST: '
                       REVIEW-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-REVIEW-CNT.

       2299-WRITE-REVIEW-ROW-EXIT.
           EXIT.
       EJECT

       2350-ADVANCE-OWFRPT-LOOP.

           PERFORM 2600-READ-OWFRPT
               THRU 2699-READ-OWFRPT-EXIT.

       2359-ADVANCE-OWFRPT-LOOP-EXIT.
           EXIT.
       EJECT

      *  DAYS FROM WS-CHANGE-DATE (MMDDCCYY) TO THE BUSINESS DATE
       2500-DAYS-SINCE-CHANGE.

           CALL 'CKDCEXIN' USING WS-CHANGE-DATE WS-INT-CHG-DATE.
           COMPUTE WS-DAYS-BETWEEN =
               (WS-INT-RUN-YEAR - WS-INT-CHG-YEAR) * 365 +
               (WS-INT-RUN-DAY - WS-INT-CHG-DAY).

       2599-DAYS-SINCE-CHANGE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   READ ONE RECORD FROM NYFPOWFF'S RPTOUT - A RECORD THAT ISN'T  *
      *   A DETAIL ('D') ROW MEANS ALL THE DETAIL ROWS HAVE BEEN SEEN,  *
      *   SO IT IS TREATED AS END OF FILE                               *
      ********************************************************************

       2600-READ-OWFRPT.

           IF OWFRPT-EOF
               GO TO 2699-READ-OWFRPT-EXIT
           END-IF.

           READ OWFRPT-FILE INTO OWF-RECORD
               AT END SET OWFRPT-EOF TO TRUE
           END-READ.

           IF NOT OWFRPT-EOF
               IF ORP-RECORD-TYPE NOT EQUAL 'D'
                   SET OWFRPT-EOF TO TRUE
               END-IF
           END-IF.

       2699-READ-OWFRPT-EXIT.
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

           INITIALIZE SW-WINDOW-RECORD.
           MOVE WT-POLICY (WS-WT-SUB)      TO SW-POLICY-NUMBER.
           MOVE WT-CHANGE-DATE (WS-WT-SUB) TO SW-CHANGE-DATE.
           MOVE WT-CHANGE-TYPE (WS-WT-SUB) TO SW-CHANGE-TYPE.
           WRITE WINDOW-OUT-REC FROM SW-WINDOW-RECORD.
           IF WINDOW-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHANGE WINDOW FILE: '
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

           CLOSE OWFRPT-FILE.
           CLOSE WINDOW-OUT-FILE.
           CLOSE REVIEW-OUT-FILE.

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
           DISPLAY 'JOURNAL ROWS OUT OF SPAN: '  WS-JOURNAL-SKIP-CNT.
           DISPLAY 'NEW OWNER/ADDRESS CHANGES: ' WS-CHANGE-ADDED-CNT.
           DISPLAY 'PRIOR CHANGES KEPT: '        WS-WINDOW-KEPT-CNT.
           DISPLAY 'PRIOR CHANGES AGED OUT: '    WS-WINDOW-AGED-CNT.
           DISPLAY 'WINDOW OVER TABLE: '         WS-WINDOW-OVFL-CNT.
           DISPLAY 'INFORCE CONTRACTS READ: '    WS-INFORCE-READ-CNT.
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'LOAN REPAYMENTS SKIPPED: '   WS-LOAN-REPAY-CNT.
           DISPLAY 'BUSINESS-DATE DISBURSEMENTS: ' WS-NEW-DISB-CNT.
           DISPLAY 'NOT OVER THRESHOLD: '        WS-UNDER-THRESHOLD-CNT.
           DISPLAY 'NO ISSUE AGE ON OWFRPT: '    WS-NO-ISSUE-AGE-CNT.
           DISPLAY 'ATTAINED AGE UNDER 65: '     WS-UNDER-AGE-CNT.
           DISPLAY 'ON REVIEW WORKLIST: '        WS-REVIEW-CNT.
           DISPLAY 'AFTER A RECENT CHANGE: '     WS-AFTER-CHANGE-CNT.
           DISPLAY 'WINDOW ROWS WRITTEN: '       WS-WINDOW-OUT-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
