       IDENTIFICATION DIVISION.
       PROGRAM-ID. NYNCOAEX.
       AUTHOR. BHARATH CHEVIREDDY.
       DATE-WRITTEN. 10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOAOUT-FILE      ASSIGN TO NCOAOUT
               FILE STATUS IS NCOAOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NCOAOUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NCOAOUT-REC            PIC X(150).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  NCOA ADDRESS HYGIENE - OUTBOUND EXTRACT. OWNER ADDRESSES ON THE *
      *  AU-SEGMENT ARE ONLY CORRECTED TODAY WHEN AN OWNER CALLS THE     *
      *  PORTAL OR MAIL COMES BACK, SO STATEMENTS AND LETTERS GO TO OLD  *
      *  ADDRESSES FOR MONTHS AFTER A MOVE. THIS PROGRAM BROWSES VSAM2   *
      *  THE SAME WAY NYMATAPR DOES AND, FOR EVERY VUL18 POLICY NOT      *
      *  TERMINATED (CURR-STAT 98/99), WRITES THE AU-SEGMENT OWNER NAME  *
      *  AND MAILING ADDRESS IN THE NCOA VENDOR'S FIXED INPUT LAYOUT,    *
      *  KEYED BY POLICY NUMBER AS THE CLIENT REFERENCE. THE VENDOR      *
      *  ECHOES EACH INPUT RECORD IN FRONT OF ITS RESULT, AND NYNCOAIN   *
      *  READS THE RESULTS BACK. POLICIES WITH NO AU-SEGMENT, NO STREET  *
      *  ADDRESS OR NO ZIP CODE, OR A FOREIGN ADDRESS (NO STATE CODE)    *
      *  CANNOT BE PROCESSED BY THE VENDOR AND ARE ONLY COUNTED.         *
      *  THE EXTRACT IS WRITTEN IN VSAM2 BROWSE ORDER, ASCENDING BY      *
      *  POLICY NUMBER, WHICH NYNCOAIN RELIES ON.                        *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //NYNCOAEX EXEC PGM=NYNCOAEX                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //NCOAOUT  DD DSN=T54.T9511F0.NYNCOAEX.VENDOR.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=150,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //*                                                              *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     NCOAOUT - VENDOR INPUT, FIXED 150-BYTE LAYOUT, NO DELIMITERS:*
      *       COLS   1-10  CLIENT REFERENCE (POLICY NUMBER)              *
      *       COLS  11-50  OWNER NAME                                    *
      *       COLS  51-80  ADDRESS LINE 1                                *
      *       COLS  81-110 ADDRESS LINE 2                                *
      *       COLS 111-135 CITY                                          *
      *       COLS 136-137 STATE                                         *
      *       COLS 138-146 ZIP CODE (ZIP+4 WHEN PRESENT)                 *
      *       COLS 147-150 SPACES                                        *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
      *     CKVSAMIO ---- VSAM I/O INTERFACE                             *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      *     CKETRLST ---- TRAILER LIST ELEMENT                           *
      *     CKETRGET ---- TRAILER GET ELEMENT                            *
      *     CKSDT1IO ---- AUX SEGMENT TABLE INTERFACE                    *
      *                                                                  *
      *U    USER CONSTANTS AND TABLES REFERENCED..                       *
      *     NONE                                                         *
      *                                                                  *
      ********************************************************************

       EJECT
       WORKING-STORAGE SECTION.
       01  FILLER PIC X(32)
           VALUE 'NYNCOAEX WORKING STORAGE BEGINS'.
      ********************************************************************
      *    DATA AREAS
      ********************************************************************
       COPY CKRECMAX.
       EJECT
      ********************************************************************
      *    READ ONLY CONSTANTS
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 WS-DUMMY           PIC X VALUE SPACE.
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.

           05 NCOAOUT-FILE-STATUS           PIC X(02).

      * SWITCHES AREA
           05 END-OF-FILE-INDICATOR         PIC X(1).
              88 END-OF-FILE                VALUE 'Y'.

           05 WS-FILE-IND                    PIC X(1).
              88 INFORCE-FILE                VALUE 'I'.

      * I-O READ ONLY DATA
           05 WS-IO-CODE                     PIC X(1).
              88 INFORCE-IO-COMPLETED        VALUE '0'.
              88 INFORCE-IO-EOF              VALUE '6'.

           05 WS-SEG-ID                      PIC X(02).
           05 WS-SEG-SEQ                     PIC S9(04) COMP-3 VALUE +1.
           05 WS-SEG-WORK-AREA               PIC X(25000).

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
       EJECT

       01 VARIABLE-WORK-AREA.
      * COUNTERS
           05 WS-RECORDS-READ       PIC 9(09) VALUE ZERO.
           05 WS-VUL18-CNT          PIC 9(09) VALUE ZERO.
           05 WS-EXTRACTED-CNT      PIC 9(09) VALUE ZERO.
           05 WS-NO-OWNER-CNT       PIC 9(09) VALUE ZERO.
           05 WS-NO-ADDRESS-CNT     PIC 9(09) VALUE ZERO.
           05 WS-FOREIGN-CNT        PIC 9(09) VALUE ZERO.
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
      * COVERAGE SEGMENT (SEGMENT 02) AND OWNER SEGMENT (SEGMENT 18)     *
      ********************************************************************

       COPY CKFRECCV.
       EJECT

       COPY CKFRECAU.
       EJECT

      ********************************************************************
      * NCOA VENDOR INPUT RECORD - VENDOR'S FIXED LAYOUT, NO DELIMITERS  *
      ********************************************************************

       01 NV-VENDOR-RECORD.
           05 NV-CLIENT-REF          PIC X(10).
           05 NV-OWNER-NAME          PIC X(40).
           05 NV-ADDRESS-1           PIC X(30).
           05 NV-ADDRESS-2           PIC X(30).
           05 NV-CITY                PIC X(25).
           05 NV-STATE               PIC X(02).
           05 NV-ZIP-CODE            PIC X(09).
           05 FILLER                 PIC X(04) VALUE SPACES.
       EJECT

       01  FILLER PIC X(32)
          VALUE 'NYNCOAEX WORKING STORAGE ENDS  '.
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
           PERFORM 2000-MAIN-PROCESS
               THRU 2000-MAIN-PROCESS-EXIT
               UNTIL END-OF-FILE.

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
           SET INFORCE-FILE TO TRUE.

       1099-INITIALIZATION-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *                         OPEN ALL FILES                          *
      ********************************************************************

       1100-OPEN-FILES.

           OPEN OUTPUT NCOAOUT-FILE.
           IF NCOAOUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NCOA VENDOR EXTRACT: '
                       NCOAOUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

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

           MOVE '6' TO WS-IO-CODE.
           CALL 'CKSDT1IO' USING WS-IO-CODE
                                  INFORCE-AUX-SDT.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'OPEN OF AUXSEG1 FILE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

           MOVE '4' TO WS-IO-CODE.
           CALL 'CKETRLST' USING WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB
                                  WS-DUMMY
                                  WS-DUMMY.

       1199-OPEN-FILES-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *    READ INFORCE AND EXTRACT EACH VUL18 OWNER ADDRESS             *
      ********************************************************************

       2000-MAIN-PROCESS.

           PERFORM 2100-READ-INFORCE
               THRU 2199-READ-INFORCE-EXIT.

           IF END-OF-FILE
               GO TO 2000-MAIN-PROCESS-EXIT
           END-IF.

           ADD +1 TO WS-RECORDS-READ.

           PERFORM 2150-BUILD-SEGMENT-TABLE
               THRU 2159-BUILD-SEGMENT-TABLE-EXIT.

       2000-MAIN-PROCESS-EXIT.
           EXIT.
       EJECT

      ******************************************************************
      *T  THIS ROUTINE WILL READ THE INFORCE FILE SEQUENTIALLY.        *
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
               OR FRCCNTRT-CONTRACT-NUMBER EQUAL HIGH-VALUES
               SET END-OF-FILE TO TRUE
               GO TO 2199-READ-INFORCE-EXIT
           END-IF.

           IF FRCCNTRT-CONTRACT-NUMBER EQUAL 'A'
               GO TO 2100-READ-INFORCE
           END-IF.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'INFORCE READ ERROR'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
               GO TO EOJ9900-ABEND
           END-IF.

       2199-READ-INFORCE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   REBUILD THE AUXSEG1 SEGMENT DIRECTORY FOR THE CURRENT         *
      *   CONTRACT; A CONTRACT WHOSE DIRECTORY WON'T REBUILD IS SKIPPED *
      ********************************************************************

       2150-BUILD-SEGMENT-TABLE.

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
               GO TO 2159-BUILD-SEGMENT-TABLE-EXIT
           END-IF.

           PERFORM 2200-EXTRACT-OWNER
               THRU 2299-EXTRACT-OWNER-EXIT.

       2159-BUILD-SEGMENT-TABLE-EXIT.
           EXIT.
       EJECT

      ********************************************************************
      *   FETCH THE CV-SEGMENT TO SELECT VUL18 POLICIES ON THE BOOKS,   *
      *   THEN THE AU-SEGMENT OWNER NAME AND ADDRESS FOR THE VENDOR     *
      ********************************************************************

       2200-EXTRACT-OWNER.

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
               GO TO 2299-EXTRACT-OWNER-EXIT
           END-IF.

           MOVE WS-SEG-WORK-AREA TO CV-SEGMENT.

           IF PLAN-CODE OF CV-SEGMENT (1:5) NOT EQUAL 'VUL18'
               OR CURR-STAT OF CV-SEGMENT EQUAL '98' OR '99'
               GO TO 2299-EXTRACT-OWNER-EXIT
           END-IF.

           ADD +1 TO WS-VUL18-CNT.

           MOVE SPACE TO AU-SEGMENT.
           MOVE '18' TO WS-SEG-ID.
           MOVE +1   TO WS-SEG-SEQ.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                  WS-SEG-SEQ
                                  WS-SEG-WORK-AREA
                                  WS-DUMMY
                                  WS-IO-CODE
                                  WS-DUMMY
                                  INFORCE-FILE-DCB.

           IF WS-IO-CODE EQUAL '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
           END-IF.

           IF OWNER-NAME OF AU-SEGMENT EQUAL SPACE
               ADD +1 TO WS-NO-OWNER-CNT
               GO TO 2299-EXTRACT-OWNER-EXIT
           END-IF.

      * THE VENDOR NEEDS A STREET LINE AND A ZIP TO MATCH ON, AND ONLY
      * PROCESSES DOMESTIC ADDRESSES
           IF ADDRESS-1 OF AU-SEGMENT EQUAL SPACE
               OR ZIP-CODE OF AU-SEGMENT EQUAL SPACE
               ADD +1 TO WS-NO-ADDRESS-CNT
               GO TO 2299-EXTRACT-OWNER-EXIT
           END-IF.

           IF STATE OF AU-SEGMENT EQUAL SPACE
               ADD +1 TO WS-FOREIGN-CNT
               GO TO 2299-EXTRACT-OWNER-EXIT
           END-IF.

           MOVE FRCCNTRT-CONTRACT-NUMBER  TO NV-CLIENT-REF.
           MOVE OWNER-NAME OF AU-SEGMENT  TO NV-OWNER-NAME.
           MOVE ADDRESS-1 OF AU-SEGMENT   TO NV-ADDRESS-1.
           MOVE ADDRESS-2 OF AU-SEGMENT   TO NV-ADDRESS-2.
           MOVE CITY OF AU-SEGMENT        TO NV-CITY.
           MOVE STATE OF AU-SEGMENT       TO NV-STATE.
           MOVE ZIP-CODE OF AU-SEGMENT    TO NV-ZIP-CODE.

           WRITE NCOAOUT-REC FROM NV-VENDOR-RECORD.
           IF NCOAOUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NCOA VENDOR EXTRACT: '
                       NCOAOUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD +1 TO WS-EXTRACTED-CNT.

       2299-EXTRACT-OWNER-EXIT.
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

           CLOSE NCOAOUT-FILE.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKVSAMIO' USING INFORCE-VSAM
                                  WS-IO-CODE.

           IF WS-IO-CODE NOT EQUAL '0'
               DISPLAY 'CLOSE INFORCE FAILED'
               DISPLAY 'WS-IO-CODE=' WS-IO-CODE
           END-IF.

           MOVE '5' TO WS-IO-CODE.
           CALL 'CKSDT1IO' USING WS-IO-CODE
                                  INFORCE-AUX-SDT.

           DISPLAY 'RECORDS READ: '              WS-RECORDS-READ.
           DISPLAY 'VUL18 POLICIES ON BOOKS: '   WS-VUL18-CNT.
           DISPLAY 'OWNERS EXTRACTED: '          WS-EXTRACTED-CNT.
           DISPLAY 'NO OWNER SEGMENT OR NAME: '  WS-NO-OWNER-CNT.
           DISPLAY 'NO STREET ADDRESS OR ZIP: '  WS-NO-ADDRESS-CNT.
           DISPLAY 'FOREIGN ADDRESS SKIPPED: '   WS-FOREIGN-CNT.
           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.

       EOJ9999-EXIT.
           EXIT.
       EJECT
