       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYPVEVAR.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIPT.
           SELECT BUSDATE-IN-FILE ASSIGN TO BUSDATE.
           SELECT PVE-FILE ASSIGN TO PVERESPL.
           SELECT PVE-PRIOR-FILE ASSIGN TO PVEPRIOR.
           SELECT VARIANCE-FILE ASSIGN TO PVEVAR
               FILE STATUS IS VARIANCE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC  PIC X(80).

       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC    PIC X(80).

       FD  PVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PVE-REC           PIC X(87).

       FD  PVE-PRIOR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PVE-PRIOR-REC     PIC X(87).

       FD  VARIANCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VARIANCE-REC      PIC X(150).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  DAY-OVER-DAY CASH VALUE VARIANCE CHECK ON THE PVERESP           *
      *  CONCATENATION (CK858A/B/F) BEFORE NYFPVUL PICKS IT UP. EACH     *
      *  CONTRACT AND CALC CODE ON TODAY'S GENERATION IS MATCHED TO THE  *
      *  PRIOR GENERATION, BOTH IN CONTRACT ORDER AS NYFPVUL READS THEM. *
      *  THE CHANGE IN PVE-CALC-VALUE IS REDUCED BY THE CONTRACT'S       *
      *  SEGMENT 69 ACTIVITY SINCE THE PRIOR GENERATION - PREMIUMS ADD   *
      *  TO THE VALUE, WITHDRAWALS AND LOANS TAKE FROM IT - AND WHAT IS  *
      *  LEFT IS THE UNEXPLAINED CHANGE. IT IS FLAGGED WHEN IT EXCEEDS   *
      *  EITHER THE PERCENTAGE TOLERANCE (OF THE PRIOR VALUE) OR THE     *
      *  DOLLAR TOLERANCE.                                               *
      *  THE ACTIVITY COMES FROM TWO BROWSES, AS IN NYGLJRNL: PASS 1     *
      *  READS VSAM2 FOR EACH CONTRACT'S ISSUE DATE, PASS 2 READS VSAMX  *
      *  AND TAKES THE ENTRIES WHOSE CALENDAR DATE (ISSUE DATE PLUS      *
      *  TXASOF DURATION) IS AFTER THE PRIOR BUSINESS DAY, UP TO AND     *
      *  INCLUDING THE BUSINESS DATE - THE ACTIVITY SINCE THE PRIOR      *
      *  GENERATION WAS BUILT, WEEKENDS AND HOLIDAYS INCLUDED.           *
      *  WHEN THE FLAGGED CONTRACTS ARE MORE THAN THE SHARE LIMIT OF     *
      *  THOSE COMPARED, THE STEP ENDS WITH RETURN CODE 4 SO THE         *
      *  NYDLYFP STEPS THAT FEED OFF PVERESP ARE BYPASSED UNTIL THE CALC *
      *  RUN IS CHECKED.                                                 *
      *  PVEVAR LISTS EACH FLAGGED CONTRACT ('V'), EACH CONTRACT NEW TO  *
      *  OR DROPPED FROM THE FILE ('N'/'D', FOR INFORMATION ONLY) AND A  *
      *  SUMMARY ROW ('S').                                              *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYPVEVAR EXEC PGM=NYPVEVAR                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //PVERESPL DD DISP=SHR,DSN=P54.CK.PVERESP.CK858A(0)              *
      * //         DD DISP=SHR,DSN=P54.CK.PVERESP.CK858B(0)              *
      * //         DD DISP=SHR,DSN=P54.CK.PVERESP.CK858F(0)              *
      * //PVEPRIOR DD DISP=SHR,DSN=P54.CK.PVERESP.CK858A(-1)             *
      * //         DD DISP=SHR,DSN=P54.CK.PVERESP.CK858B(-1)             *
      * //         DD DISP=SHR,DSN=P54.CK.PVERESP.CK858F(-1)             *
      * //PVEVAR   DD DSN=T54.T9511F0.NYPVEVAR.OUTPUT.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //SYSIPT   DD *                                                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT CONTROL CARD (OPTIONAL) -                             *
      *       COLS 1-3   PERCENT TOLERANCE, WHOLE PERCENT (DEFAULT 010)  *
      *       COLS 5-13  DOLLAR TOLERANCE, WHOLE DOLLARS                 *
      *                  (DEFAULT 000005000)                             *
      *       COLS 15-19 FLAGGED SHARE LIMIT, PERCENT 999V99             *
      *                  (DEFAULT 00500 = 5.00 PERCENT)                  *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED AND ONLY *
      *     THAT DAY'S ACTIVITY IS TAKEN.                                *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     RETURN CODE 4 - FLAGGED SHARE OVER THE LIMIT                 *
      *     ACTIVITY TABLE OVERFLOWS ARE COUNTED AND DISPLAYED           *
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
           05 VARIANCE-FILE-STATUS           PIC X(02).

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

           05 PVE-EOF-IND                    PIC X(1).
              88 PVE-EOF                     VALUE 'Y'.

           05 PVE-PRIOR-EOF-IND              PIC X(1).
              88 PVE-PRIOR-EOF               VALUE 'Y'.

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

      * TOLERANCES - SYSIPT OVERRIDABLE
           05 WS-PCT-TOLERANCE             PIC 9(03) VALUE 010.
           05 WS-DOLLAR-TOLERANCE          PIC 9(09) VALUE 5000.
           05 WS-SHARE-LIMIT               PIC 9(03)V99 VALUE 5.00.

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

      * PRIOR BUSINESS DAY FROM BUSDATE. ENTRIES DATED AFTER IT, UP TO
      * AND INCLUDING THE BUSINESS DATE, EXPLAIN THE CHANGE. THE KEYS
      * ARE YEAR * 1000 + DAY OF YEAR.
           05 WS-PRIOR-DATE                PIC X(08) VALUE SPACE.
           05 WS-INT-PRIOR-DATE            COMP-3.
              10 WS-INT-PRIOR-YEAR         PIC S9(03).
              10 WS-INT-PRIOR-DAY          PIC S9(03).
           05 WS-RUN-KEY                   PIC S9(07) COMP-3 VALUE +0.
           05 WS-PRIOR-DAY-KEY             PIC S9(07) COMP-3 VALUE +0.
           05 WS-TRAN-KEY                  PIC S9(07) COMP-3 VALUE +0.

      * CURRENT CONTRACT AND ENTRY
           05 WS-ISSUE-DATE                PIC X(08).
           05 WS-INT-ISSUE-DATE            COMP-3.
              10 WS-INT-ISSUE-YEAR         PIC S9(03).
              10 WS-INT-ISSUE-DAY          PIC S9(03).
           05 WS-INT-TRAN-YEAR             PIC S9(05) COMP-3 VALUE +0.
           05 WS-INT-TRAN-DAY              PIC S9(05) COMP-3 VALUE +0.
           05 WS-ACT-TAKEN-IND             PIC X(01).
              88 ACT-ENTRY-TAKEN           VALUE 'Y'.

      * MATCH KEYS AND VALUES
           05 WS-CURR-KEY.
              10 WS-CURR-CONTRACT-ID       PIC X(08).
              10 WS-CURR-CALC-CD           PIC X(03).
           05 WS-PRIOR-KEY.
              10 WS-PRIOR-CONTRACT-ID      PIC X(08).
              10 WS-PRIOR-CALC-CD          PIC X(03).
           05 WS-CURR-VALUE         PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-PRIOR-VALUE        PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-VALUE-CHANGE       PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-NET-ACTIVITY       PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-UNEXPLAINED        PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-UNEXPLAINED-ABS    PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-PRIOR-VALUE-ABS    PIC S9(12)V99 COMP-3 VALUE +0.
           05 WS-CHANGE-PCT         PIC S9(07)V99 COMP-3 VALUE +0.
           05 WS-FLAGGED-SHARE      PIC S9(03)V99 COMP-3 VALUE +0.
           05 WS-VAR-REASON                PIC X(04).
           05 WS-STEP-RC            PIC S9(04) COMP VALUE +0.

      * COUNTERS
           05 WS-INFORCE-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-LOOKUP-OVFL-CNT    PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT   PIC S9(9) COMP-3 VALUE +0.
           05 WS-NO-ISSUE-DATE-CNT  PIC S9(9) COMP-3 VALUE +0.
           05 WS-ACT-ENTRY-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-ACT-OVFL-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-PVE-READ-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-PRIOR-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-COMPARED-CNT       PIC S9(9) COMP-3 VALUE +0.
           05 WS-EXPLAINED-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-FLAGGED-CNT        PIC S9(9) COMP-3 VALUE +0.
           05 WS-NEW-CNT            PIC S9(9) COMP-3 VALUE +0.
           05 WS-DROPPED-CNT        PIC S9(9) COMP-3 VALUE +0.
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
      * BUSINESS-DATE ACTIVITY BY CONTRACT, IN VSAMX (CONTRACT) ORDER   *
      * AND READ FORWARD DURING THE PVERESP MATCH                       *
      ********************************************************************

       01 ACTIVITY-TABLE.
           05 ACT-USED               PIC S9(05) COMP-3 VALUE +0.
           05 ACT-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY ACT-IDX.
               10 ACT-POL-NUM         PIC X(10).
               10 ACT-PREM-AMT        PIC S9(11)V99 COMP-3.
               10 ACT-WDRL-AMT        PIC S9(11)V99 COMP-3.
               10 ACT-LOAN-AMT        PIC S9(11)V99 COMP-3.
       EJECT

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

       01 WS-PVERESP-PRIOR.
          05 PVP-CONTRACT-ID      PIC X(08).
          05 FILLER               PIC X(17).
          05 FILLER               PIC X(19).
          05 PVP-CALC-CD          PIC X(03).
          05 FILLER               PIC X(03).
          05 PVP-CALC-VALUE       PIC --------9.99.
          05 FILLER               PIC X(02).
          05 PVP-AS-OF-DATE       PIC X(10).
          05 FILLER               PIC X(13).
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
      * VARIANCE REPORT - 'V' FLAGGED, 'N' NEW, 'D' DROPPED, 'S' SUMMARY *
      ********************************************************************

       01 VD-DETAIL-RECORD.
           05 VD-RECORD-TYPE         PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-CONTRACT-ID         PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-CALC-CD             PIC X(03).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-PRIOR-VALUE         PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-CURR-VALUE          PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-VALUE-CHANGE        PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-NET-ACTIVITY        PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-UNEXPLAINED         PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-CHANGE-PCT          PIC ----,--9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-REASON              PIC X(04).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-AS-OF-DATE          PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VD-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(06) VALUE SPACES.

       01 VS-SUMMARY-RECORD.
           05 VS-RECORD-TYPE         PIC X(01) VALUE 'S'.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-RUN-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-COMPARED-CNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-EXPLAINED-CNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-FLAGGED-CNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-NEW-CNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-DROPPED-CNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-FLAGGED-SHARE       PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-SHARE-LIMIT         PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-PCT-TOLERANCE       PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-DOLLAR-TOLERANCE    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 VS-STATUS              PIC X(08).
           05 FILLER                 PIC X(49) VALUE SPACES.
       EJECT

       01 FILLER PIC X(32)
          VALUE 'NYPVEVAR WORKING STORAGE ENDS  '.
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

      * PASS 2 - BROWSE VSAMX AND TOTAL THE BUSINESS-DATE ACTIVITY
           MOVE SPACE TO HIST-EOF-IND.
           SET INF-LKUP-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3000-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

      * MATCH TODAY'S PVERESP TO THE PRIOR GENERATION
           SET ACT-IDX TO 1.
           PERFORM 4000-MATCH-PVE
               THRU 4099-MATCH-PVE-EXIT
               UNTIL PVE-EOF AND PVE-PRIOR-EOF.

           PERFORM 5000-WRITE-SUMMARY
               THRU 5099-WRITE-SUMMARY-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

      * SET LAST - THE CLOSE CALLS WOULD OTHERWISE OVERLAY IT
           MOVE WS-STEP-RC TO RETURN-CODE.

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
           MOVE ZERO TO INF-LKUP-USED ACT-USED.

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

      * PRIOR BUSINESS DAY FROM THE SAME CARD. WITHOUT ONE ONLY THE
      * BUSINESS DATE ITSELF IS TAKEN.
           COMPUTE WS-RUN-KEY = WS-INT-RUN-YEAR * 1000 + WS-INT-RUN-DAY.
           COMPUTE WS-PRIOR-DAY-KEY = WS-RUN-KEY - 1.
           IF NOT BUSDATE-EOF
               AND WS-BUSDATE-CARD (1:8) NUMERIC
               AND WS-BUSDATE-CARD (9:8) NOT = SPACE
               AND WS-BUSDATE-CARD (9:8) NUMERIC
               MOVE WS-BUSDATE-CARD (9:8) TO WS-PRIOR-DATE
               CALL 'CKDCEXIN' USING WS-PRIOR-DATE WS-INT-PRIOR-DATE
               COMPUTE WS-PRIOR-DAY-KEY =
                   WS-INT-PRIOR-YEAR * 1000 + WS-INT-PRIOR-DAY
           END-IF.
           IF WS-PRIOR-DAY-KEY NOT LESS THAN WS-RUN-KEY
               COMPUTE WS-PRIOR-DAY-KEY = WS-RUN-KEY - 1
           END-IF.

           MOVE 'N' TO CARD-EOF-IND.
           MOVE SPACE TO CONTROL-CARD-REC.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               IF CONTROL-CARD-REC (1:3) NUMERIC
                   MOVE CONTROL-CARD-REC (1:3) TO WS-PCT-TOLERANCE
               END-IF
               IF CONTROL-CARD-REC (5:9) NUMERIC
                   MOVE CONTROL-CARD-REC (5:9) TO WS-DOLLAR-TOLERANCE
               END-IF
               IF CONTROL-CARD-REC (15:5) NUMERIC
                   MOVE CONTROL-CARD-REC (15:5) TO WS-SHARE-LIMIT
               END-IF
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           DISPLAY 'PVE VARIANCE BUSINESS DATE: ' WS-RUN-DATE.
           DISPLAY 'PVE VARIANCE PRIOR BUSINESS DAY: ' WS-PRIOR-DATE.
           DISPLAY 'PERCENT TOLERANCE: '          WS-PCT-TOLERANCE.
           DISPLAY 'DOLLAR TOLERANCE: '           WS-DOLLAR-TOLERANCE.
           DISPLAY 'FLAGGED SHARE LIMIT: '        WS-SHARE-LIMIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT VARIANCE-FILE.
           IF VARIANCE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPEN PVEVAR FAILED, STATUS = '
                       VARIANCE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

      * OPEN BOTH PVERESP GENERATIONS AND PRIME THE FIRST RECORDS
           MOVE 'N' TO PVE-EOF-IND PVE-PRIOR-EOF-IND.
           OPEN INPUT PVE-FILE.
           PERFORM 2300-READ-PVE
               THRU 2399-READ-PVE-EXIT.
           OPEN INPUT PVE-PRIOR-FILE.
           PERFORM 2400-READ-PVE-PRIOR
               THRU 2499-READ-PVE-PRIOR-EXIT.

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
      *          READ THE NEXT RECORD OF EACH PVERESP GENERATION      *
      ******************************************************************

       2300-READ-PVE.

           READ PVE-FILE
               AT END
                   SET PVE-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURR-KEY
                   GO TO 2399-READ-PVE-EXIT
           END-READ.

           ADD +1 TO WS-PVE-READ-CNT.
           MOVE PVE-REC         TO WS-PVERESP-EXTRACT.
           MOVE PVE-CONTRACT-ID TO WS-CURR-CONTRACT-ID.
           MOVE PVE-CALC-CD     TO WS-CURR-CALC-CD.

       2399-READ-PVE-EXIT.
           EXIT.

       2400-READ-PVE-PRIOR.

           READ PVE-PRIOR-FILE
               AT END
                   SET PVE-PRIOR-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   GO TO 2499-READ-PVE-PRIOR-EXIT
           END-READ.

           ADD +1 TO WS-PRIOR-READ-CNT.
           MOVE PVE-PRIOR-REC   TO WS-PVERESP-PRIOR.
           MOVE PVP-CONTRACT-ID TO WS-PRIOR-CONTRACT-ID.
           MOVE PVP-CALC-CD     TO WS-PRIOR-CALC-CD.

       2499-READ-PVE-PRIOR-EXIT.
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
      *  PASS 2 - READ VSAMX AND TOTAL EACH CONTRACT'S PREMIUM,          *
      *  WITHDRAWAL AND LOAN ENTRIES DATED AFTER THE PRIOR BUSINESS DAY, *
      *  UP TO AND INCLUDING THE BUSINESS DATE                           *
      ********************************************************************

       3000-PROCESS-HISTORY.

           PERFORM 3100-READ-NEXT-HISTORY
               THRU 3199-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.

           PERFORM 3650-LOOKUP-CONTRACT
               THRU 3659-LOOKUP-CONTRACT-EXIT.

           IF INF-LKUP-IDX GREATER THAN INF-LKUP-USED
               OR INF-LKUP-POL-NUM (INF-LKUP-IDX) NOT EQUAL
                   NRCSRCHK-POL-NUMBER
               OR INF-LKUP-ISSUE-YEAR (INF-LKUP-IDX) EQUAL ZERO
               ADD +1 TO WS-NO-ISSUE-DATE-CNT
               GO TO 3000-PROCESS-HISTORY-EXIT
           END-IF.

           MOVE 'N' TO WS-ACT-TAKEN-IND.
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

           IF NOT ALL-PREM-PAYMENT
               AND NOT ALL-WITHDRAWAL
               AND NOT ALL-LOANS
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

           COMPUTE WS-TRAN-KEY =
               WS-INT-TRAN-YEAR * 1000 + WS-INT-TRAN-DAY.
           IF WS-TRAN-KEY NOT GREATER THAN WS-PRIOR-DAY-KEY
               OR WS-TRAN-KEY GREATER THAN WS-RUN-KEY
               GO TO 3620-NEXT-SEG-69
           END-IF.

           PERFORM 3700-ADD-ACTIVITY
               THRU 3799-ADD-ACTIVITY-EXIT.

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

      ********************************************************************
      *  ADD THE ENTRY TO THE CONTRACT'S ACTIVITY. THE FIRST ENTRY TAKEN *
      *  FOR A CONTRACT OPENS ITS TABLE ROW.                             *
      ********************************************************************

       3700-ADD-ACTIVITY.

           ADD +1 TO WS-ACT-ENTRY-CNT.

           IF NOT ACT-ENTRY-TAKEN
               IF ACT-USED NOT LESS THAN 20000
                   ADD +1 TO WS-ACT-OVFL-CNT
                   GO TO 3799-ADD-ACTIVITY-EXIT
               END-IF
               ADD +1 TO ACT-USED
               SET ACT-IDX TO ACT-USED
               MOVE NRCSRCHK-POL-NUMBER TO ACT-POL-NUM (ACT-IDX)
               MOVE ZERO TO ACT-PREM-AMT (ACT-IDX)
                            ACT-WDRL-AMT (ACT-IDX)
                            ACT-LOAN-AMT (ACT-IDX)
               SET ACT-ENTRY-TAKEN TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN ALL-PREM-PAYMENT
                   ADD TXGROSS-GROSS-AMOUNT TO ACT-PREM-AMT (ACT-IDX)
               WHEN ALL-WITHDRAWAL
                   ADD TXGROSS-GROSS-AMOUNT TO ACT-WDRL-AMT (ACT-IDX)
               WHEN ALL-LOANS
                   ADD TXGROSS-GROSS-AMOUNT TO ACT-LOAN-AMT (ACT-IDX)
           END-EVALUATE.

       3799-ADD-ACTIVITY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  BALANCED-LINE MATCH OF TODAY'S PVERESP TO THE PRIOR GENERATION  *
      *  ON CONTRACT AND CALC CODE                                       *
      ********************************************************************

       4000-MATCH-PVE.

           IF WS-CURR-KEY LESS THAN WS-PRIOR-KEY
               ADD +1 TO WS-NEW-CNT
               MOVE 'N'             TO VD-RECORD-TYPE
               MOVE PVE-CONTRACT-ID TO VD-CONTRACT-ID
               MOVE PVE-CALC-CD     TO VD-CALC-CD
               MOVE ZERO            TO WS-PRIOR-VALUE
               MOVE PVE-CALC-VALUE  TO WS-CURR-VALUE
               MOVE PVE-AS-OF-DATE  TO VD-AS-OF-DATE
               PERFORM 4800-WRITE-DETAIL
                   THRU 4899-WRITE-DETAIL-EXIT
               PERFORM 2300-READ-PVE
                   THRU 2399-READ-PVE-EXIT
               GO TO 4099-MATCH-PVE-EXIT
           END-IF.

           IF WS-CURR-KEY GREATER THAN WS-PRIOR-KEY
               ADD +1 TO WS-DROPPED-CNT
               MOVE 'D'             TO VD-RECORD-TYPE
               MOVE PVP-CONTRACT-ID TO VD-CONTRACT-ID
               MOVE PVP-CALC-CD     TO VD-CALC-CD
               MOVE PVP-CALC-VALUE  TO WS-PRIOR-VALUE
               MOVE ZERO            TO WS-CURR-VALUE
               MOVE PVP-AS-OF-DATE  TO VD-AS-OF-DATE
               PERFORM 4800-WRITE-DETAIL
                   THRU 4899-WRITE-DETAIL-EXIT
               PERFORM 2400-READ-PVE-PRIOR
                   THRU 2499-READ-PVE-PRIOR-EXIT
               GO TO 4099-MATCH-PVE-EXIT
           END-IF.

           ADD +1 TO WS-COMPARED-CNT.
           MOVE PVE-CALC-VALUE TO WS-CURR-VALUE.
           MOVE PVP-CALC-VALUE TO WS-PRIOR-VALUE.

           PERFORM 4100-LOOKUP-ACTIVITY
               THRU 4199-LOOKUP-ACTIVITY-EXIT.

           COMPUTE WS-VALUE-CHANGE = WS-CURR-VALUE - WS-PRIOR-VALUE.
           COMPUTE WS-UNEXPLAINED = WS-VALUE-CHANGE - WS-NET-ACTIVITY.

           MOVE WS-UNEXPLAINED TO WS-UNEXPLAINED-ABS.
           IF WS-UNEXPLAINED-ABS LESS THAN ZERO
               COMPUTE WS-UNEXPLAINED-ABS = ZERO - WS-UNEXPLAINED-ABS
           END-IF.
           MOVE WS-PRIOR-VALUE TO WS-PRIOR-VALUE-ABS.
           IF WS-PRIOR-VALUE-ABS LESS THAN ZERO
               COMPUTE WS-PRIOR-VALUE-ABS = ZERO - WS-PRIOR-VALUE-ABS
           END-IF.

           MOVE SPACE TO WS-VAR-REASON.
           IF WS-PRIOR-VALUE-ABS GREATER THAN ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-UNEXPLAINED * 100 / WS-PRIOR-VALUE-ABS
                   ON SIZE ERROR MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
               IF WS-UNEXPLAINED-ABS * 100 GREATER THAN
                       WS-PRIOR-VALUE-ABS * WS-PCT-TOLERANCE
                   MOVE 'PCT ' TO WS-VAR-REASON
               END-IF
           ELSE
               MOVE ZERO TO WS-CHANGE-PCT
           END-IF.

           IF WS-UNEXPLAINED-ABS GREATER THAN WS-DOLLAR-TOLERANCE
               IF WS-VAR-REASON EQUAL SPACE
                   MOVE 'AMT ' TO WS-VAR-REASON
               ELSE
                   MOVE 'BOTH' TO WS-VAR-REASON
               END-IF
           END-IF.

           IF WS-VAR-REASON EQUAL SPACE
               IF WS-VALUE-CHANGE NOT EQUAL WS-UNEXPLAINED
                   ADD +1 TO WS-EXPLAINED-CNT
               END-IF
           ELSE
               ADD +1 TO WS-FLAGGED-CNT
               MOVE 'V'             TO VD-RECORD-TYPE
               MOVE PVE-CONTRACT-ID TO VD-CONTRACT-ID
               MOVE PVE-CALC-CD     TO VD-CALC-CD
               MOVE PVE-AS-OF-DATE  TO VD-AS-OF-DATE
               PERFORM 4800-WRITE-DETAIL
                   THRU 4899-WRITE-DETAIL-EXIT
           END-IF.

           PERFORM 2300-READ-PVE
               THRU 2399-READ-PVE-EXIT.
           PERFORM 2400-READ-PVE-PRIOR
               THRU 2499-READ-PVE-PRIOR-EXIT.

       4099-MATCH-PVE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  NET BUSINESS-DATE ACTIVITY FOR THE PVERESP CONTRACT. THE        *
      *  PVERESP CONTRACT ID IS POSITIONS 3-10 OF THE POLICY NUMBER, AS  *
      *  NYFPVUL MATCHES IT, AND THE TABLE IS READ FORWARD ONLY.         *
      ********************************************************************

       4100-LOOKUP-ACTIVITY.

           MOVE ZERO TO WS-NET-ACTIVITY.

       4130-LOOKUP-ACTIVITY-ADVANCE.

           IF ACT-IDX GREATER THAN ACT-USED
               GO TO 4199-LOOKUP-ACTIVITY-EXIT
           END-IF.

           IF ACT-POL-NUM (ACT-IDX) (3:8) LESS THAN WS-CURR-CONTRACT-ID
               SET ACT-IDX UP BY 1
               GO TO 4130-LOOKUP-ACTIVITY-ADVANCE
           END-IF.

           IF ACT-POL-NUM (ACT-IDX) (3:8) EQUAL WS-CURR-CONTRACT-ID
               COMPUTE WS-NET-ACTIVITY =
                   ACT-PREM-AMT (ACT-IDX) - ACT-WDRL-AMT (ACT-IDX)
                                          - ACT-LOAN-AMT (ACT-IDX)
           END-IF.

       4199-LOOKUP-ACTIVITY-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                   WRITE A VARIANCE DETAIL ROW                   *
      ********************************************************************

       4800-WRITE-DETAIL.

           IF VD-RECORD-TYPE NOT EQUAL 'V'
               MOVE ZERO TO WS-NET-ACTIVITY WS-UNEXPLAINED
                            WS-CHANGE-PCT
               MOVE SPACE TO WS-VAR-REASON
               COMPUTE WS-VALUE-CHANGE = WS-CURR-VALUE - WS-PRIOR-VALUE
           END-IF.

           MOVE WS-PRIOR-VALUE      TO VD-PRIOR-VALUE.
           MOVE WS-CURR-VALUE       TO VD-CURR-VALUE.
           MOVE WS-VALUE-CHANGE     TO VD-VALUE-CHANGE.
           MOVE WS-NET-ACTIVITY     TO VD-NET-ACTIVITY.
           MOVE WS-UNEXPLAINED      TO VD-UNEXPLAINED.
           MOVE WS-CHANGE-PCT       TO VD-CHANGE-PCT.
           MOVE WS-VAR-REASON       TO VD-REASON.
           MOVE WS-RUN-DATE         TO VD-RUN-DATE.

           WRITE VARIANCE-REC FROM VD-DETAIL-RECORD.
           IF VARIANCE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE PVEVAR FAILED, STATUS = '
                       VARIANCE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       4899-WRITE-DETAIL-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  SUMMARY ROW. A FLAGGED SHARE OVER THE LIMIT ENDS THE STEP WITH  *
      *  RETURN CODE 4 SO THE DOWNSTREAM PVERESP STEPS ARE BYPASSED.     *
      ********************************************************************

       5000-WRITE-SUMMARY.

           MOVE ZERO TO WS-FLAGGED-SHARE.
           IF WS-COMPARED-CNT GREATER THAN ZERO
               COMPUTE WS-FLAGGED-SHARE ROUNDED =
                   WS-FLAGGED-CNT * 100 / WS-COMPARED-CNT
           END-IF.

           MOVE WS-RUN-DATE          TO VS-RUN-DATE.
           MOVE WS-COMPARED-CNT      TO VS-COMPARED-CNT.
           MOVE WS-EXPLAINED-CNT     TO VS-EXPLAINED-CNT.
           MOVE WS-FLAGGED-CNT       TO VS-FLAGGED-CNT.
           MOVE WS-NEW-CNT           TO VS-NEW-CNT.
           MOVE WS-DROPPED-CNT       TO VS-DROPPED-CNT.
           MOVE WS-FLAGGED-SHARE     TO VS-FLAGGED-SHARE.
           MOVE WS-SHARE-LIMIT       TO VS-SHARE-LIMIT.
           MOVE WS-PCT-TOLERANCE     TO VS-PCT-TOLERANCE.
           MOVE WS-DOLLAR-TOLERANCE  TO VS-DOLLAR-TOLERANCE.

           IF WS-FLAGGED-SHARE GREATER THAN WS-SHARE-LIMIT
               MOVE 'WARNING' TO VS-STATUS
               MOVE +4 TO WS-STEP-RC
               DISPLAY '*** PVERESP VARIANCE OVER LIMIT - '
                       WS-FLAGGED-SHARE ' PERCENT OF CONTRACTS FLAGGED'
               DISPLAY '*** DOWNSTREAM PVERESP FEEDS WILL BE BYPASSED'
           ELSE
               MOVE 'OK' TO VS-STATUS
           END-IF.

           WRITE VARIANCE-REC FROM VS-SUMMARY-RECORD.
           IF VARIANCE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'WRITE PVEVAR FAILED, STATUS = '
                       VARIANCE-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       5099-WRITE-SUMMARY-EXIT.
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

           CLOSE VARIANCE-FILE.
           CLOSE PVE-FILE.
           CLOSE PVE-PRIOR-FILE.

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
           DISPLAY 'LOOKUP TABLE OVERFLOW: '     WS-LOOKUP-OVFL-CNT.
           DISPLAY 'HISTORY RECORDS READ: '      WS-HISTORY-READ-CNT.
           DISPLAY 'NO USABLE ISSUE DATE: '      WS-NO-ISSUE-DATE-CNT.
           DISPLAY 'ACTIVITY ENTRIES TAKEN: '    WS-ACT-ENTRY-CNT.
           DISPLAY 'ACTIVITY TABLE OVERFLOW: '   WS-ACT-OVFL-CNT.
           DISPLAY 'PVERESP RECORDS READ: '      WS-PVE-READ-CNT.
           DISPLAY 'PRIOR PVERESP RECORDS READ: ' WS-PRIOR-READ-CNT.
           DISPLAY 'VALUES COMPARED: '           WS-COMPARED-CNT.
           DISPLAY 'CHANGES EXPLAINED BY ACTIVITY: ' WS-EXPLAINED-CNT.
           DISPLAY 'VALUES FLAGGED: '            WS-FLAGGED-CNT.
           DISPLAY 'NEW CONTRACTS: '             WS-NEW-CNT.
           DISPLAY 'DROPPED CONTRACTS: '         WS-DROPPED-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
