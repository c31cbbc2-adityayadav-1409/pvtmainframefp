           SELECT ARCHIVE-IN-FILE   ASSIGN TO ARCHVIN.
           SELECT RESTORE-OUT-FILE  ASSIGN TO RESTOUT
               FILE STATUS IS RESTORE-OUT-FILE-STATUS.
           SELECT RESTORE-HIST-FILE ASSIGN TO RESTHIST
               FILE STATUS IS RESTORE-HIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           BLOCK CONTAINS 0 RECORDS.
       01  RESTORE-OUT-REC        PIC X(400).

       FD  RESTORE-HIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RESTORE-HIST-REC       PIC X(14000).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  DATASET, AND VERIFIES THE COPY COUNT AGAINST THE ENVELOPE'S    *
      *  'T' TRAILER. COMPLIANCE GETS THE MARCH 14 PORTAL FEED BACK     *
      *  WITH ONE JOB INSTEAD OF A SHRUG.                               *
      *  NYHSTPRG'S HISTORY RETENTION ARCHIVES USE THE SAME ENVELOPE,   *
      *  EACH PURGED 14000-BYTE HISTORY RECORD CARRIED AS 35 'D' ROWS.  *
      *  WITH THE HISTORY OPTION THE ROWS ARE PUT BACK TOGETHER ON      *
      *  RESTHIST INSTEAD - WHOLE RECORDS IN THE HSTKEEP LAYOUT, READY  *
      *  TO REPRO BACK INTO VSAMX - OPTIONALLY FOR ONE CONTRACT ONLY.   *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(50,30),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=400,BLKSIZE=0)                 *
      * //RESTHIST DD DSN=T54.T9511F0.NYRETRV.HISTORY.DATA,              *
      * //            DISP=(,CATLG,CATLG),                               *
      * //            UNIT=USER,                                         *
      * //            SPACE=(CYL,(50,30),RLSE),                          *
      * //            DCB=(RECFM=FB,LRECL=14000,BLKSIZE=0)               *
      * //SYSIPT   DD *                                                  *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     SYSIPT - COLS 1-44 DATASET NAME, COLS 46-53 BUSINESS DATE    *
      *       (MMDDCCYY), AS RECORDED ON THE ARCHINDX INDEX.             *
      *       COL 55 'H' - THE GENERATION IS A NYHSTPRG HISTORY ARCHIVE; *
      *       RECORDS ARE REASSEMBLED ONTO RESTHIST (RESTOUT IS NOT      *
      *       OPENED). COLS 57-66 POLICY - WITH 'H', RESTORE ONLY THAT   *
      *       CONTRACT'S HISTORY RECORD. WITHOUT 'H', RESTHIST IS NOT    *
      *       OPENED AND MAY BE OMITTED.                                 *
      *     THE ENVELOPE'S 'T' COUNT IS ALWAYS CHECKED AGAINST EVERY 'D' *
      *       ROW IN THE ENVELOPE, WHETHER RESTORED OR FILTERED OUT.     *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     REQUESTED GENERATION NOT ON THE ARCHIVE - HARD STOP          *
      *     RESTORED COUNT DISAGREES WITH THE ENVELOPE TRAILER - HARD    *
      *     STOP, THE RESTORED COPY IS NOT TO BE TRUSTED                 *
      *     HISTORY ARCHIVE ENDING PART WAY THROUGH A RECORD - HARD STOP *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *     CKABEND  ---- FORCE A PROGRAM INTERUPT                       *
      ********************************************************************
       01  READ-ONLY-WORK-AREA.
           05 RESTORE-OUT-FILE-STATUS       PIC X(02).
           05 RESTORE-HIST-FILE-STATUS      PIC X(02).

           05 ARCHIVE-EOF-IND               PIC X(1).
              88 ARCHIVE-EOF                VALUE 'Y'.
           05 COPY-MODE-IND                 PIC X(1) VALUE 'N'.
              88 COPYING-GENERATION         VALUE 'C'.
              88 GENERATION-DONE            VALUE 'D'.
           05 RESTORE-MODE-IND              PIC X(1) VALUE SPACE.
              88 HISTORY-ARCHIVE            VALUE 'H'.

           05 WS-DATASET-NAME         PIC X(44) VALUE SPACE.
           05 WS-BUSINESS-DATE        PIC X(08) VALUE SPACE.
           05 WS-RESTORED-CNT         PIC 9(09) VALUE ZERO.
           05 WS-TRAILER-CNT          PIC 9(09) VALUE ZERO.
           05 WS-ENVELOPE-ROW-CNT     PIC 9(09) VALUE ZERO.
           05 WS-POLICY-FILTER        PIC X(10) VALUE SPACE.
           05 WS-CHUNK-SUB            PIC S9(05) COMP-3 VALUE +0.
       EJECT

      ********************************************************************
           05 FILLER                 PIC X(400).
       EJECT

      ********************************************************************
      *  HISTORY RECORD BEING REASSEMBLED FROM 35 'D' ROWS - THE        *
      *  NYHSTPRG HSTKEEP LAYOUT, KEY AS CARRIED ON CKNRECRC            *
      ********************************************************************

       01 HS-HISTORY-IMAGE           PIC X(14000).
       01 HS-CHUNK-VIEW REDEFINES HS-HISTORY-IMAGE.
           05 HS-CHUNK OCCURS 35 TIMES
                                     PIC X(400).
       01 HS-KEY-VIEW REDEFINES HS-HISTORY-IMAGE.
           05 FILLER                 PIC X(04).
           05 HS-POL-NUMBER          PIC X(10).
           05 FILLER                 PIC X(13986).
       EJECT

       01  FILLER PIC X(32)
           VALUE 'NYRETRV  WORKING STORAGE ENDS  '.
       EJECT
           IF NOT CARD-EOF
               MOVE CONTROL-CARD-REC (1:44) TO WS-DATASET-NAME
               MOVE CONTROL-CARD-REC (46:8) TO WS-BUSINESS-DATE
               MOVE CONTROL-CARD-REC (55:1) TO RESTORE-MODE-IND
               MOVE CONTROL-CARD-REC (57:10) TO WS-POLICY-FILTER
           END-IF.
           CLOSE CONTROL-CARD-FILE.

           END-IF.

           OPEN INPUT  ARCHIVE-IN-FILE.

           IF HISTORY-ARCHIVE
               OPEN OUTPUT RESTORE-HIST-FILE
               IF RESTORE-HIST-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING HISTORY RESTORE FILE: '
                           RESTORE-HIST-FILE-STATUS
                   GO TO EOJ9900-ABEND
               END-IF
               GO TO 1099-INITIALIZATION-EXIT
           END-IF.

           OPEN OUTPUT RESTORE-OUT-FILE.
           IF RESTORE-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESTORE FILE: '

           IF COPYING-GENERATION
               IF AR-RECORD-TYPE = 'D'
                   ADD 1 TO WS-ENVELOPE-ROW-CNT
               END-IF
               IF AR-RECORD-TYPE = 'D' AND HISTORY-ARCHIVE
                   PERFORM 2200-REASSEMBLE-HISTORY
                       THRU 2299-REASSEMBLE-HISTORY-EXIT
               END-IF
               IF AR-RECORD-TYPE = 'D' AND NOT HISTORY-ARCHIVE
                   WRITE RESTORE-OUT-REC FROM ARD-DATA
                   IF RESTORE-OUT-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR WRITING RESTORE FILE: '
           EXIT.
       EJECT

      ********************************************************************
      *  HISTORY ARCHIVE - 35 CONSECUTIVE 'D' ROWS MAKE ONE RECORD;     *
      *  WRITE IT WHEN COMPLETE, SUBJECT TO THE POLICY FILTER           *
      ********************************************************************

       2200-REASSEMBLE-HISTORY.

           ADD +1 TO WS-CHUNK-SUB.
           MOVE ARD-DATA TO HS-CHUNK (WS-CHUNK-SUB).

           IF WS-CHUNK-SUB LESS THAN +35
               GO TO 2299-REASSEMBLE-HISTORY-EXIT
           END-IF.

           MOVE ZERO TO WS-CHUNK-SUB.

           IF WS-POLICY-FILTER NOT = SPACE
               AND HS-POL-NUMBER NOT = WS-POLICY-FILTER
               GO TO 2299-REASSEMBLE-HISTORY-EXIT
           END-IF.

           WRITE RESTORE-HIST-REC FROM HS-HISTORY-IMAGE.
           IF RESTORE-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HISTORY RESTORE FILE: '
                       RESTORE-HIST-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.
           ADD 1 TO WS-RESTORED-CNT.

       2299-REASSEMBLE-HISTORY-EXIT.
           EXIT.
       EJECT

       3000-VERIFY-RESTORE.

           IF NOT GENERATION-DONE
               GO TO EOJ9900-ABEND
           END-IF.

           IF WS-ENVELOPE-ROW-CNT NOT EQUAL WS-TRAILER-CNT
               DISPLAY 'ENVELOPE ROW COUNT ' WS-ENVELOPE-ROW-CNT
                       ' DISAGREES WITH ENVELOPE TRAILER '
                       WS-TRAILER-CNT
               DISPLAY 'DO NOT USE THE RESTORED COPY'
               GO TO EOJ9900-ABEND
           END-IF.

           IF HISTORY-ARCHIVE AND WS-CHUNK-SUB NOT = ZERO
               DISPLAY 'HISTORY ARCHIVE ENDS PART WAY THROUGH A RECORD'
               DISPLAY 'DO NOT USE THE RESTORED COPY'
               GO TO EOJ9900-ABEND
           END-IF.

           DISPLAY 'RESTORED ' WS-RESTORED-CNT
                   ' RECORDS - COUNT VERIFIED'.

       EOJ9000-CLOSE-FILES.

           CLOSE ARCHIVE-IN-FILE.
           IF HISTORY-ARCHIVE
               CLOSE RESTORE-HIST-FILE
           ELSE
               CLOSE RESTORE-OUT-FILE
           END-IF.

           DISPLAY ' !! PROGRAM COMPLETED SUCCESSFULLY !!'.
           DISPLAY ' '.
