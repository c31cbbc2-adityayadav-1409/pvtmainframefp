       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYHSTPRG.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-IN-FILE  ASSIGN TO BUSDATE.
           SELECT RETN-TAB-FILE    ASSIGN TO RETNTAB.
           SELECT ESCH-CAND-FILE   ASSIGN TO ESCHCAND.
           SELECT LEGAL-HOLD-FILE  ASSIGN TO LEGLHOLD.
           SELECT KEEP-OUT-FILE    ASSIGN TO HSTKEEP
               FILE STATUS IS KEEP-OUT-FILE-STATUS.
           SELECT ARCHIVE-OUT-FILE ASSIGN TO HSTARCH
               FILE STATUS IS ARCHIVE-OUT-FILE-STATUS.
           SELECT INDEX-OUT-FILE   ASSIGN TO ARCHINDX
               FILE STATUS IS INDEX-OUT-FILE-STATUS.
           SELECT REGISTER-FILE    ASSIGN TO HSTPRGRG
               FILE STATUS IS REGISTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN-FILE
           RECORDING MODE IS F.
       01  BUSDATE-IN-REC         PIC X(80).

       FD  RETN-TAB-FILE
           RECORDING MODE IS F.
       01  RETN-TAB-REC           PIC X(10).

       FD  ESCH-CAND-FILE
           RECORDING MODE IS F.
       01  ESCH-CAND-REC          PIC X(80).

       FD  LEGAL-HOLD-FILE
           RECORDING MODE IS F.
       01  LEGAL-HOLD-REC         PIC X(80).

       FD  KEEP-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  KEEP-OUT-REC           PIC X(14000).

       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCHIVE-OUT-REC        PIC X(410).

       FD  INDEX-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  INDEX-OUT-REC          PIC X(80).

       FD  REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-REC           PIC X(80).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  HISTORY RETENTION PURGE. P54.CK.BASEB.HISTORY STILL CARRIES THE *
      *  HISTORY OF CONTRACTS TERMINATED DECADES AGO, AND EVERY VSAMX    *
      *  BROWSE (NYLAPSRP, NYCSTBAS, NYMECMON, NYESCHET, NYVULOWN) PAYS  *
      *  FOR IT. RUN AS THE FIRST STEP OF THE HISTORY REORGANIZATION     *
      *  JOB, THIS PROGRAM BROWSES VSAM2 FOR TERMINATED/MATURED          *
      *  CONTRACTS (CURR-STAT 98/99), THEN BROWSES VSAMX AND MEASURES    *
      *  EACH ONE'S YEARS SINCE TERMINATION THE NYESCHET WAY - CONTRACT  *
      *  AGE IN YEARS LESS THE LATEST SEGMENT-69 DURATION YEAR ON ITS    *
      *  HISTORY RECORD. A CONTRACT PAST THE RETENTION PERIOD OF ITS     *
      *  ISSUE STATE (RETNTAB) IS PURGED: ITS HISTORY RECORD IS          *
      *  OFFLOADED TO THE DATED HSTARCH ARCHIVE AND LEFT OFF HSTKEEP.    *
      *  EVERY OTHER RECORD IS COPIED TO HSTKEEP UNCHANGED, IN KEY       *
      *  ORDER, AND THE RELOAD STEP THAT FOLLOWS (IDCAMS DELETE/DEFINE   *
      *  OF THE CLUSTER, THEN REPRO FROM HSTKEEP) REBUILDS HISTORY FROM  *
      *  IT. AN ESCHEATMENT CANDIDATE (NYESCHET'S LATEST ESCHOUT         *
      *  GENERATION) OR A CONTRACT UNDER LEGAL HOLD (LEGLHOLD) IS NEVER  *
      *  PURGED, WHATEVER ITS AGE.                                       *
      *  HSTARCH USES THE NYARCHIV ENVELOPE - AN 'H' ROW NAMING          *
      *  P54.CK.BASEB.HISTORY AND THE BUSINESS DATE, THE PURGED RECORDS  *
      *  AS 'D' ROWS AND A 'T' COUNT ROW - AND AN INDEX ROW GOES ON      *
      *  ARCHINDX, SO NYRETRV FINDS IT LIKE ANY OTHER ARCHIVED           *
      *  GENERATION. EACH 14000-BYTE HISTORY IMAGE (THE NYTSTGEN COPY    *
      *  LAYOUT) IS CARRIED AS 35 CONSECUTIVE 400-BYTE 'D' ROWS;         *
      *  NYRETRV'S HISTORY OPTION PUTS THEM BACK TOGETHER. HSTPRGRG IS   *
      *  THE PURGE REGISTER - ONE ROW PER CONTRACT PURGED, OR PAST ITS   *
      *  RETENTION BUT KEPT FOR A HOLD OR ESCHEATMENT.                   *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYHSTPRG EXEC PGM=NYHSTPRG                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //BUSDATE  DD DISP=SHR,DSN=T54.T9511F0.NYBUSDAT.BUSDATE.DATA     *
      * //RETNTAB  DD DISP=SHR,DSN=P54.CK.NYHSTPRG.RETNTAB               *
      * //ESCHCAND DD DISP=SHR,DSN=T54.T9511F0.NYESCHET.CAND.DATA(0)     *
      * //LEGLHOLD DD DISP=SHR,DSN=P54.CK.NYHSTPRG.LEGLHOLD              *
      * //HSTKEEP  DD DSN=T54.T9511F0.NYHSTPRG.KEEP.DATA,                *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(300,100),RLSE),                        *
      * //            DCB=(RECFM=FB,LRECL=14000,BLKSIZE=0)               *
      * //HSTARCH  DD DSN=P54.CK.NYHSTPRG.ARCHIVE.D20261015,             *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(50,30),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=410,BLKSIZE=0)                 *
      * //ARCHINDX DD DISP=MOD,DSN=P54.CK.NYARCHIV.ARCHINDX              *
      * //HSTPRGRG DD DSN=T54.T9511F0.NYHSTPRG.REGISTER.DATA,            *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //VSAMX    DD DISP=SHR,DSN=P54.CK.BASEB.HISTORY                  *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                               *
      * //RELOAD   EXEC PGM=IDCAMS,COND=(0,NE,NYHSTPRG)                  *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //KEEP     DD DISP=SHR,DSN=T54.T9511F0.NYHSTPRG.KEEP.DATA        *
      * //SYSIN    DD DISP=SHR,DSN=P54.CK.NYHSTPRG.CNTL(RELOAD)          *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     RETNTAB - RECORDS-RETENTION PERIOD BY ISSUE STATE: COLS 1-2  *
      *       STATE, COLS 3-4 YEARS AFTER TERMINATION. A STATE NOT ON    *
      *       THE TABLE DEFAULTS TO WS-DEFAULT-RETN-YEARS (10).          *
      *     ESCHCAND - NYESCHET'S LATEST ESCHOUT GENERATION, POLICY IN   *
      *       COLS 1-10. EVERY CANDIDATE ON IT IS PROTECTED.             *
      *     LEGLHOLD - CONTRACTS UNDER LEGAL HOLD, MAINTAINED BY THE LAW *
      *       DEPARTMENT: COLS 1-10 POLICY, COLS 12-19 HOLD DATE         *
      *       (MMDDCCYY), COLS 21-60 MATTER. EVERY POLICY ON IT IS       *
      *       PROTECTED UNTIL LEGAL REMOVES THE ROW.                     *
      *     BUSDATE MAY BE DUMMY - THE SYSTEM DATE IS THEN USED. THE     *
      *       BUSINESS DATE IS THE ONE STAMPED ON THE ARCHIVE HEADER AND *
      *       INDEX ROW, AND IS THE DATE NYRETRV IS GIVEN TO RETRIEVE    *
      *       IT.                                                        *
      *     HSTPRGRG - 'P' PURGED, 'L' KEPT FOR LEGAL HOLD, 'E' KEPT AS  *
      *       AN ESCHEATMENT CANDIDATE: POLICY, ISSUE STATE, STATUS,     *
      *       YEARS SINCE TERMINATION, RETENTION YEARS, BUSINESS DATE.   *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     TERMINATED-CONTRACT TABLE OVERFLOW - HARD STOP (A CONTRACT   *
      *     LEFT OFF THE TABLE IS SIMPLY KEPT, BUT A PROTECTION TABLE    *
      *     OVERFLOW COULD LET A PROTECTED CONTRACT GO, SO BOTH STOP)    *
      *     KEPT PLUS PURGED NOT EQUAL TO RECORDS READ - HARD STOP,      *
      *     THE RELOAD MUST NOT RUN                                      *
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
           VALUE 'NYHSTPRG WORKING STORAGE BEGINS'.

       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 HISTORY-VSAM       PIC X(8) VALUE 'VSAMX'.

           05 KEEP-OUT-FILE-STATUS           PIC X(02).
           05 ARCHIVE-OUT-FILE-STATUS        PIC X(02).
           05 INDEX-OUT-FILE-STATUS          PIC X(02).
           05 REGISTER-FILE-STATUS           PIC X(02).

           05 VSAM-EOF-INDICATOR            PIC X(1).
              88 END-OF-VSAM                VALUE 'Y'.
           05 HIST-EOF-IND                  PIC X(1).
              88 HIST-EOF                   VALUE 'Y'.
           05 BUSDATE-EOF-IND               PIC X(1).
              88 BUSDATE-EOF                VALUE 'Y'.
           05 RETN-EOF-IND                  PIC X(1).
              88 RETN-EOF                   VALUE 'Y'.
           05 ESCH-EOF-IND                  PIC X(1).
              88 ESCH-EOF                   VALUE 'Y'.
           05 HOLD-EOF-IND                  PIC X(1).
              88 HOLD-EOF                   VALUE 'Y'.

           05 SEGMENT-FOUND-IND       PIC X(01).
              88 SEGMENT-FOUND        VALUE 'Y'.
              88 SEGMENT-NOT-FOUND    VALUE 'N'.
           05 PROTECT-IND             PIC X(01).
              88 NOT-PROTECTED        VALUE ' '.
              88 PROTECTED-LEGAL-HOLD VALUE 'L'.
              88 PROTECTED-ESCHEAT    VALUE 'E'.

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

           05 WS-CURR-STAT            PIC X(02).
              88 TERMINATED-STATUS    VALUES '98', '99'.

           05 WS-ARCHIVE-DSN          PIC X(44)
                                      VALUE 'P54.CK.BASEB.HISTORY'.

      * RETENTION WORK FIELDS
           05 WS-ISSUE-YEAR           PIC 9(04) VALUE ZERO.
           05 WS-RETN-STATE           PIC X(02).
           05 WS-CONTRACT-AGE         PIC S9(04) COMP-3 VALUE +0.
           05 WS-HIGH-DURATION        PIC S9(05) COMP-3 VALUE +0.
           05 WS-YEARS-TERMINATED     PIC S9(04) COMP-3 VALUE +0.
           05 WS-RETN-PERIOD          PIC S9(04) COMP-3 VALUE +0.
           05 WS-DEFAULT-RETN-YEARS   PIC S9(04) COMP-3 VALUE +10.

      * WORK SUBSCRIPTS
           05 WS-RT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-PT-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 WS-CHUNK-SUB            PIC S9(05) COMP-3 VALUE +0.

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
           05 WS-RUN-FULL-YEAR        PIC 9(04) VALUE ZERO.
           05 WS-BUSDATE-CARD         PIC X(80) VALUE SPACE.

      * COUNTERS
           05 WS-POLICY-READ-CNT      PIC S9(9) COMP-3 VALUE +0.
           05 WS-TERM-CNT             PIC S9(9) COMP-3 VALUE +0.
           05 WS-HISTORY-READ-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-KEPT-CNT             PIC S9(9) COMP-3 VALUE +0.
           05 WS-PURGED-CNT           PIC S9(9) COMP-3 VALUE +0.
           05 WS-HELD-CNT             PIC S9(9) COMP-3 VALUE +0.
           05 WS-ESCHEAT-KEPT-CNT     PIC S9(9) COMP-3 VALUE +0.
           05 WS-ARCHIVE-ROW-CNT      PIC 9(09) VALUE ZERO.
           05 WS-CHECK-CNT            PIC S9(9) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
      *  RECORDS-RETENTION PERIOD BY ISSUE STATE (RETNTAB)              *
      ********************************************************************

       01 RETN-TABLE.
           05 RT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 RT-ENTRY OCCURS 60 TIMES.
               10 RT-STATE            PIC X(02).
               10 RT-YEARS            PIC 9(02).

      ********************************************************************
      *  TERMINATED/MATURED CONTRACTS OFF VSAM2, IN POLICY ORDER        *
      ********************************************************************

       01 TERM-TABLE.
           05 TT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 TT-ENTRY OCCURS 50000 TIMES
                                     INDEXED BY TT-IDX.
               10 TT-POLICY           PIC X(10).
               10 TT-ISSUE-YEAR       PIC 9(04).
               10 TT-RETN-STATE       PIC X(02).
               10 TT-CURR-STAT        PIC X(02).

      ********************************************************************
      *  PROTECTED CONTRACTS - ESCHEATMENT CANDIDATES AND LEGAL HOLDS   *
      ********************************************************************

       01 PROTECT-TABLE.
           05 PT-USED                PIC S9(05) COMP-3 VALUE +0.
           05 PT-ENTRY OCCURS 10000 TIMES.
               10 PT-POLICY           PIC X(10).
               10 PT-REASON           PIC X(01).
       EJECT

      ********************************************************************
      *  INPUT RECORD VIEWS                                             *
      ********************************************************************

       01 RT-INPUT-RECORD.
           05 RTI-STATE              PIC X(02).
           05 RTI-YEARS              PIC 9(02).
           05 FILLER                 PIC X(06).

       01 PT-INPUT-RECORD.
           05 PTI-POLICY-NUMBER      PIC X(10).
           05 FILLER                 PIC X(70).
       EJECT

      ********************************************************************
      *  HISTORY RECORD IMAGE - THE 14000-BYTE HSTKEEP/NYTSTGEN LAYOUT, *
      *  AND ITS 35 ARCHIVE ROWS                                        *
      ********************************************************************

       01 HS-HISTORY-IMAGE           PIC X(14000).
       01 HS-CHUNK-VIEW REDEFINES HS-HISTORY-IMAGE.
           05 HS-CHUNK OCCURS 35 TIMES
                                     PIC X(400).
       EJECT

      ********************************************************************
      *  ARCHIVE ENVELOPE AND INDEX RECORDS, AS WRITTEN BY NYARCHIV     *
      ********************************************************************

       01 AR-HEADER-RECORD.
           05 ARH-RECORD-TYPE        PIC X(01) VALUE 'H'.
           05 ARH-DATASET-NAME       PIC X(44).
           05 ARH-BUSINESS-DATE      PIC X(08).
           05 FILLER                 PIC X(357) VALUE SPACE.

       01 AR-DATA-RECORD.
           05 ARD-RECORD-TYPE        PIC X(01) VALUE 'D'.
           05 ARD-DATA               PIC X(400).
           05 FILLER                 PIC X(09) VALUE SPACE.

       01 AR-TRAILER-RECORD.
           05 ART-RECORD-TYPE        PIC X(01) VALUE 'T'.
           05 ART-RECORD-CNT         PIC 9(09).
           05 FILLER                 PIC X(400) VALUE SPACE.

       01 IX-INDEX-RECORD.
           05 IXR-DATASET-NAME       PIC X(44).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 IXR-BUSINESS-DATE      PIC X(08).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 IXR-RECORD-CNT         PIC 9(09).
           05 FILLER                 PIC X(17) VALUE SPACE.
       EJECT

      ********************************************************************
      *  PURGE REGISTER ROW                                             *
      ********************************************************************

       01 PR-REGISTER-RECORD.
           05 PR-ACTION              PIC X(01).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-POLICY-NUMBER       PIC X(10).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-ISSUE-STATE         PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-CURR-STAT           PIC X(02).
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-YEARS-TERMINATED    PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-RETN-YEARS          PIC Z9.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 PR-BUSINESS-DATE       PIC X(08).
           05 FILLER                 PIC X(46) VALUE SPACE.
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYHSTPRG WORKING STORAGE ENDS  '.
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

      * PASS 1 - BROWSE VSAM2 FOR THE TERMINATED/MATURED CONTRACTS
           PERFORM 2000-PROCESS-POLICIES
               THRU 2099-PROCESS-POLICIES-EXIT
               UNTIL END-OF-VSAM.

      * PASS 2 - BROWSE VSAMX, KEEPING OR OFFLOADING EACH RECORD
           SET TT-IDX TO 1.
           PERFORM 3000-PROCESS-HISTORY
               THRU 3099-PROCESS-HISTORY-EXIT
               UNTIL HIST-EOF.

           PERFORM 4000-WRITE-TRAILER-AND-INDEX
               THRU 4099-WRITE-TRAILER-AND-INDEX-EXIT.

           PERFORM EOJ9000-CLOSE-FILES
               THRU EOJ9999-EXIT.

           GOBACK.
       EJECT

      ********************************************************************
      *                         INITIALIZATION                          *
      ********************************************************************

       1000-INITIALIZATION.

           MOVE SPACE TO VSAM-EOF-INDICATOR.
           MOVE SPACE TO HIST-EOF-IND.
           MOVE SPACE TO RETN-EOF-IND.
           MOVE SPACE TO ESCH-EOF-IND.
           MOVE SPACE TO HOLD-EOF-IND.

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
           COMPUTE WS-RUN-FULL-YEAR =
               WS-RUN-CC * 100 + WS-RUN-YY.

           OPEN INPUT  RETN-TAB-FILE.
           PERFORM 1200-LOAD-RETN-TABLE
               THRU 1299-LOAD-RETN-TABLE-EXIT
               UNTIL RETN-EOF.
           CLOSE RETN-TAB-FILE.

           OPEN INPUT  LEGAL-HOLD-FILE.
           PERFORM 1300-LOAD-LEGAL-HOLDS
               THRU 1399-LOAD-LEGAL-HOLDS-EXIT
               UNTIL HOLD-EOF.
           CLOSE LEGAL-HOLD-FILE.

           OPEN INPUT  ESCH-CAND-FILE.
           PERFORM 1400-LOAD-ESCHEAT-CANDIDATES
               THRU 1499-LOAD-ESCHEAT-CANDIDATES-EXIT
               UNTIL ESCH-EOF.
           CLOSE ESCH-CAND-FILE.

           OPEN OUTPUT KEEP-OUT-FILE.
           IF KEEP-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING KEEP FILE: '
                       KEEP-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT ARCHIVE-OUT-FILE.
           IF ARCHIVE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE FILE: '
                       ARCHIVE-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN EXTEND INDEX-OUT-FILE.
           IF INDEX-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE INDEX: '
                       INDEX-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PURGE REGISTER: '
                       REGISTER-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           INITIALIZE AR-HEADER-RECORD.
           MOVE 'H' TO ARH-RECORD-TYPE.
           MOVE WS-ARCHIVE-DSN TO ARH-DATASET-NAME.
           MOVE WS-RUN-DATE    TO ARH-BUSINESS-DATE.
           WRITE ARCHIVE-OUT-REC FROM AR-HEADER-RECORD.
           IF ARCHIVE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHIVE FILE: '
                       ARCHIVE-OUT-FILE-STATUS
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

           DISPLAY 'HISTORY RETENTION PURGE DATE: ' WS-RUN-DATE.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

       1200-LOAD-RETN-TABLE.

           READ RETN-TAB-FILE INTO RT-INPUT-RECORD
               AT END
                   SET RETN-EOF TO TRUE
                   GO TO 1299-LOAD-RETN-TABLE-EXIT
           END-READ.

           IF RTI-STATE = SPACE OR RTI-YEARS NOT NUMERIC
               OR RT-USED NOT LESS THAN +60
               GO TO 1299-LOAD-RETN-TABLE-EXIT
           END-IF.

           ADD +1 TO RT-USED.
           MOVE RTI-STATE TO RT-STATE (RT-USED).
           MOVE RTI-YEARS TO RT-YEARS (RT-USED).

       1299-LOAD-RETN-TABLE-EXIT.
           EXIT.
       EJECT

       1300-LOAD-LEGAL-HOLDS.

           READ LEGAL-HOLD-FILE INTO PT-INPUT-RECORD
               AT END
                   SET HOLD-EOF TO TRUE
                   GO TO 1399-LOAD-LEGAL-HOLDS-EXIT
           END-READ.

           IF PTI-POLICY-NUMBER = SPACE
               GO TO 1399-LOAD-LEGAL-HOLDS-EXIT
           END-IF.

           IF PT-USED NOT LESS THAN +10000
               DISPLAY 'PROTECTED CONTRACT TABLE FULL AT '
                       PTI-POLICY-NUMBER
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO PT-USED.
           MOVE PTI-POLICY-NUMBER TO PT-POLICY (PT-USED).
           MOVE 'L'               TO PT-REASON (PT-USED).

       1399-LOAD-LEGAL-HOLDS-EXIT.
           EXIT.
       EJECT

       1400-LOAD-ESCHEAT-CANDIDATES.

           READ ESCH-CAND-FILE INTO PT-INPUT-RECORD
               AT END
                   SET ESCH-EOF TO TRUE
                   GO TO 1499-LOAD-ESCHEAT-CANDIDATES-EXIT
           END-READ.

           IF PTI-POLICY-NUMBER = SPACE
               GO TO 1499-LOAD-ESCHEAT-CANDIDATES-EXIT
           END-IF.

           IF PT-USED NOT LESS THAN +10000
               DISPLAY 'PROTECTED CONTRACT TABLE FULL AT '
                       PTI-POLICY-NUMBER
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO PT-USED.
           MOVE PTI-POLICY-NUMBER TO PT-POLICY (PT-USED).
           MOVE 'E'               TO PT-REASON (PT-USED).

       1499-LOAD-ESCHEAT-CANDIDATES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  PASS 1 - TABLE EVERY TERMINATED/MATURED CONTRACT WITH ITS      *
      *  ISSUE YEAR AND THE STATE WHOSE RETENTION RULE APPLIES          *
      ********************************************************************

       2000-PROCESS-POLICIES.

           ADD +1 TO WS-POLICY-READ-CNT.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

           MOVE '02' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           SET SEGMENT-NOT-FOUND TO TRUE.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 INFORCE-FILE-DCB.
           IF WS-IO-CODE = '0'
               SET SEGMENT-FOUND TO TRUE
           END-IF.

           IF SEGMENT-FOUND
               MOVE WS-SEG-WORK-AREA TO CV-SEGMENT
               MOVE CURR-STAT OF CV-SEGMENT TO WS-CURR-STAT
               IF TERMINATED-STATUS
                   PERFORM 2200-TABLE-TERMINATED
                       THRU 2299-TABLE-TERMINATED-EXIT
               END-IF
           END-IF.

           PERFORM 2500-READ-NEXT-POLICY
               THRU 2599-READ-NEXT-POLICY-EXIT.

       2099-PROCESS-POLICIES-EXIT.
           EXIT.
       EJECT

       2200-TABLE-TERMINATED.

           ADD +1 TO WS-TERM-CNT.

      * NO USABLE ISSUE YEAR - THE AGE CANNOT BE MEASURED, SO THE
      * CONTRACT IS LEFT OFF THE TABLE AND ITS HISTORY IS KEPT
           MOVE ISSUE-DATE OF CV-SEGMENT (5:4) TO WS-ISSUE-YEAR.
           IF WS-ISSUE-YEAR NOT NUMERIC OR WS-ISSUE-YEAR = ZERO
               GO TO 2299-TABLE-TERMINATED-EXIT
           END-IF.

           IF TT-USED NOT LESS THAN +50000
               DISPLAY 'TERMINATED CONTRACT TABLE FULL AT '
                       INFORCE-POL-NUMBER
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO TT-USED.
           MOVE INFORCE-POL-NUMBER TO TT-POLICY (TT-USED).
           MOVE WS-ISSUE-YEAR      TO TT-ISSUE-YEAR (TT-USED).
           MOVE WS-CURR-STAT       TO TT-CURR-STAT (TT-USED).
           IF ISSUE-STATE OF CV-SEGMENT NOT = SPACE
               MOVE ISSUE-STATE OF CV-SEGMENT
                   TO TT-RETN-STATE (TT-USED)
           ELSE
               MOVE STATE OF CV-SEGMENT
                   TO TT-RETN-STATE (TT-USED)
           END-IF.

       2299-TABLE-TERMINATED-EXIT.
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
      *  PASS 2 - EVERY HISTORY RECORD GOES TO HSTKEEP UNLESS ITS       *
      *  CONTRACT IS TERMINATED, PAST RETENTION AND NOT PROTECTED       *
      ********************************************************************

       3000-PROCESS-HISTORY.

           PERFORM 3100-READ-NEXT-HISTORY
               THRU 3199-READ-NEXT-HISTORY-EXIT.

           IF HIST-EOF
               GO TO 3099-PROCESS-HISTORY-EXIT
           END-IF.

           ADD +1 TO WS-HISTORY-READ-CNT.
           MOVE HISTORY-RECORD TO HS-HISTORY-IMAGE.

           PERFORM 3150-LOOKUP-TERMINATED
               THRU 3159-LOOKUP-TERMINATED-EXIT.

           IF TT-IDX GREATER THAN TT-USED
               OR TT-POLICY (TT-IDX) NOT EQUAL NRCSRCHK-POL-NUMBER
               GO TO 3080-KEEP-RECORD
           END-IF.

           PERFORM 3200-MEASURE-RETENTION
               THRU 3299-MEASURE-RETENTION-EXIT.

           IF WS-YEARS-TERMINATED LESS THAN WS-RETN-PERIOD
               GO TO 3080-KEEP-RECORD
           END-IF.

           PERFORM 3300-CHECK-PROTECTED
               THRU 3399-CHECK-PROTECTED-EXIT.

           IF PROTECTED-LEGAL-HOLD
               ADD +1 TO WS-HELD-CNT
               PERFORM 3600-WRITE-REGISTER
                   THRU 3699-WRITE-REGISTER-EXIT
               GO TO 3080-KEEP-RECORD
           END-IF.

           IF PROTECTED-ESCHEAT
               ADD +1 TO WS-ESCHEAT-KEPT-CNT
               PERFORM 3600-WRITE-REGISTER
                   THRU 3699-WRITE-REGISTER-EXIT
               GO TO 3080-KEEP-RECORD
           END-IF.

           PERFORM 3500-OFFLOAD-RECORD
               THRU 3599-OFFLOAD-RECORD-EXIT.
           PERFORM 3600-WRITE-REGISTER
               THRU 3699-WRITE-REGISTER-EXIT.
           GO TO 3099-PROCESS-HISTORY-EXIT.

       3080-KEEP-RECORD.

           WRITE KEEP-OUT-REC FROM HS-HISTORY-IMAGE.
           IF KEEP-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING KEEP FILE: '
                       KEEP-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-KEPT-CNT.

       3099-PROCESS-HISTORY-EXIT.
           EXIT.
       EJECT

       3100-READ-NEXT-HISTORY.

           SET READ-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
                      WS-IO-CODE
                      HISTORY-RECORD
                      HISTORY-FILE-LENGTH
                      NRCSRCHK-SEARCH-KEY
                      UBHIST-HISTORY-VSAMX.
           IF WS-IO-CODE = '6'
               SET HIST-EOF TO TRUE
               GO TO 3199-READ-NEXT-HISTORY-EXIT
           END-IF.

           IF WS-IO-CODE NOT = '0'
               DISPLAY 'VSAMX READ FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       3199-READ-NEXT-HISTORY-EXIT.
           EXIT.
       EJECT

      * BOTH FILES ARE IN CONTRACT ORDER, SO THE INDEX ONLY MOVES
      * FORWARD AND STOPS AT THE FIRST ENTRY NOT LOWER THAN THE
      * HISTORY CONTRACT
       3150-LOOKUP-TERMINATED.

           IF TT-IDX GREATER THAN TT-USED
               GO TO 3159-LOOKUP-TERMINATED-EXIT
           END-IF.

           IF TT-POLICY (TT-IDX) LESS THAN NRCSRCHK-POL-NUMBER
               SET TT-IDX UP BY 1
               GO TO 3150-LOOKUP-TERMINATED
           END-IF.

       3159-LOOKUP-TERMINATED-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  YEARS SINCE TERMINATION - CONTRACT AGE LESS THE LATEST         *
      *  SEGMENT-69 DURATION YEAR - AND THE ISSUE STATE'S RETENTION     *
      ********************************************************************

       3200-MEASURE-RETENTION.

           MOVE ZERO TO WS-HIGH-DURATION.
           COMPUTE WS-CONTRACT-AGE =
               WS-RUN-FULL-YEAR - TT-ISSUE-YEAR (TT-IDX).

           PERFORM 2350-BUILD-HISTORY-SDT
               THRU 2359-BUILD-HISTORY-SDT-EXIT.
           IF WS-IO-CODE NOT EQUAL '0'
               GO TO 3260-LOOKUP-RETN-PERIOD
           END-IF.

           MOVE '69' TO WS-SEG-ID.
           MOVE +0   TO WS-SEG-SEQ.

       3250-SCAN-NEXT-SEG-69.

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
               GO TO 3260-LOOKUP-RETN-PERIOD
           END-IF.

           MOVE WS-SEG-WORK-AREA TO TRANSACTION-SEGMENT.
           IF TXASOF-YEAR GREATER THAN WS-HIGH-DURATION
               MOVE TXASOF-YEAR TO WS-HIGH-DURATION
           END-IF.
           GO TO 3250-SCAN-NEXT-SEG-69.

       3260-LOOKUP-RETN-PERIOD.

           COMPUTE WS-YEARS-TERMINATED =
               WS-CONTRACT-AGE - WS-HIGH-DURATION.
           IF WS-YEARS-TERMINATED LESS THAN ZERO
               MOVE ZERO TO WS-YEARS-TERMINATED
           END-IF.

           MOVE TT-RETN-STATE (TT-IDX) TO WS-RETN-STATE.
           MOVE WS-DEFAULT-RETN-YEARS TO WS-RETN-PERIOD.
           MOVE ZERO TO WS-RT-SUB.

       3270-LOOKUP-RETN-SEARCH.

           ADD +1 TO WS-RT-SUB.
           IF WS-RT-SUB GREATER THAN RT-USED
               GO TO 3299-MEASURE-RETENTION-EXIT
           END-IF.

           IF RT-STATE (WS-RT-SUB) EQUAL WS-RETN-STATE
               MOVE RT-YEARS (WS-RT-SUB) TO WS-RETN-PERIOD
               GO TO 3299-MEASURE-RETENTION-EXIT
           END-IF.

           GO TO 3270-LOOKUP-RETN-SEARCH.

       3299-MEASURE-RETENTION-EXIT.
           EXIT.
       EJECT

       3300-CHECK-PROTECTED.

           SET NOT-PROTECTED TO TRUE.
           MOVE ZERO TO WS-PT-SUB.

       3310-SEARCH-PROTECTED.

           ADD +1 TO WS-PT-SUB.
           IF WS-PT-SUB GREATER THAN PT-USED
               GO TO 3399-CHECK-PROTECTED-EXIT
           END-IF.

      * A LEGAL HOLD OUTRANKS AN ESCHEATMENT LISTING FOR THE REGISTER
           IF PT-POLICY (WS-PT-SUB) EQUAL NRCSRCHK-POL-NUMBER
               IF PT-REASON (WS-PT-SUB) = 'L'
                   SET PROTECTED-LEGAL-HOLD TO TRUE
                   GO TO 3399-CHECK-PROTECTED-EXIT
               END-IF
               SET PROTECTED-ESCHEAT TO TRUE
           END-IF.

           GO TO 3310-SEARCH-PROTECTED.

       3399-CHECK-PROTECTED-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  OFFLOAD ONE HISTORY RECORD - 35 CONSECUTIVE 'D' ROWS           *
      ********************************************************************

       3500-OFFLOAD-RECORD.

           MOVE ZERO TO WS-CHUNK-SUB.
           PERFORM 3550-WRITE-ARCHIVE-ROW
               THRU 3559-WRITE-ARCHIVE-ROW-EXIT
               UNTIL WS-CHUNK-SUB NOT LESS THAN +35.
           ADD +1 TO WS-PURGED-CNT.

       3599-OFFLOAD-RECORD-EXIT.
           EXIT.
       EJECT

       3550-WRITE-ARCHIVE-ROW.

           ADD +1 TO WS-CHUNK-SUB.
           INITIALIZE AR-DATA-RECORD.
           MOVE 'D' TO ARD-RECORD-TYPE.
           MOVE HS-CHUNK (WS-CHUNK-SUB) TO ARD-DATA.
           WRITE ARCHIVE-OUT-REC FROM AR-DATA-RECORD.
           IF ARCHIVE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHIVE FILE: '
                       ARCHIVE-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD 1 TO WS-ARCHIVE-ROW-CNT.

       3559-WRITE-ARCHIVE-ROW-EXIT.
           EXIT.
       EJECT

       3600-WRITE-REGISTER.

           INITIALIZE PR-REGISTER-RECORD.
           IF NOT-PROTECTED
               MOVE 'P' TO PR-ACTION
           ELSE
               MOVE PROTECT-IND TO PR-ACTION
           END-IF.
           MOVE NRCSRCHK-POL-NUMBER    TO PR-POLICY-NUMBER.
           MOVE TT-RETN-STATE (TT-IDX) TO PR-ISSUE-STATE.
           MOVE TT-CURR-STAT (TT-IDX)  TO PR-CURR-STAT.
           MOVE WS-YEARS-TERMINATED    TO PR-YEARS-TERMINATED.
           MOVE WS-RETN-PERIOD         TO PR-RETN-YEARS.
           MOVE WS-RUN-DATE            TO PR-BUSINESS-DATE.
           WRITE REGISTER-REC FROM PR-REGISTER-RECORD.
           IF REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PURGE REGISTER: '
                       REGISTER-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       3699-WRITE-REGISTER-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *  CLOSE THE ENVELOPE, INDEX IT, AND PROVE THE SPLIT BEFORE THE   *
      *  RELOAD STEP IS ALLOWED TO RUN                                  *
      ********************************************************************

       4000-WRITE-TRAILER-AND-INDEX.

           INITIALIZE AR-TRAILER-RECORD.
           MOVE 'T' TO ART-RECORD-TYPE.
           MOVE WS-ARCHIVE-ROW-CNT TO ART-RECORD-CNT.
           WRITE ARCHIVE-OUT-REC FROM AR-TRAILER-RECORD.
           IF ARCHIVE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHIVE FILE: '
                       ARCHIVE-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           INITIALIZE IX-INDEX-RECORD.
           MOVE WS-ARCHIVE-DSN     TO IXR-DATASET-NAME.
           MOVE WS-RUN-DATE        TO IXR-BUSINESS-DATE.
           MOVE WS-ARCHIVE-ROW-CNT TO IXR-RECORD-CNT.
           WRITE INDEX-OUT-REC FROM IX-INDEX-RECORD.
           IF INDEX-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ARCHIVE INDEX: '
                       INDEX-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

           COMPUTE WS-CHECK-CNT = WS-KEPT-CNT + WS-PURGED-CNT.
           IF WS-CHECK-CNT NOT EQUAL WS-HISTORY-READ-CNT
               DISPLAY 'KEPT PLUS PURGED ' WS-CHECK-CNT
                       ' DISAGREES WITH RECORDS READ '
                       WS-HISTORY-READ-CNT
               DISPLAY 'DO NOT RELOAD HISTORY FROM HSTKEEP'
               GO TO EOJ9900-ABEND
           END-IF.

       4099-WRITE-TRAILER-AND-INDEX-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *                       CLOSE FILES                             *
      ******************************************************************

       EOJ9000-CLOSE-FILES.

           CLOSE KEEP-OUT-FILE.
           CLOSE ARCHIVE-OUT-FILE.
           CLOSE INDEX-OUT-FILE.
           CLOSE REGISTER-FILE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING INFORCE-VSAM
                      WS-IO-CODE.

           SET CLOSE-INFORCE-FILE TO TRUE.
           CALL 'CKVSAMIO'
                USING HISTORY-VSAM
                      WS-IO-CODE.

           DISPLAY 'POLICIES READ: '              WS-POLICY-READ-CNT.
           DISPLAY 'TERMINATED/MATURED: '         WS-TERM-CNT.
           DISPLAY 'RETENTION RULES LOADED: '     RT-USED.
           DISPLAY 'PROTECTED CONTRACTS LOADED: ' PT-USED.
           DISPLAY 'HISTORY RECORDS READ: '       WS-HISTORY-READ-CNT.
           DISPLAY 'HISTORY RECORDS KEPT: '       WS-KEPT-CNT.
           DISPLAY 'HISTORY RECORDS PURGED: '     WS-PURGED-CNT.
           DISPLAY 'KEPT FOR LEGAL HOLD: '        WS-HELD-CNT.
           DISPLAY 'KEPT AS ESCHEAT CANDIDATE: '  WS-ESCHEAT-KEPT-CNT.
           DISPLAY 'ARCHIVE ROWS WRITTEN: '       WS-ARCHIVE-ROW-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
           GO TO EOJ9999-EXIT.

       EOJ9900-ABEND.
           DISPLAY 'PROGRAM ABENDING DUE TO ERROR'.
           CALL 'CKABEND'.

       EOJ9999-EXIT.
           EXIT.
