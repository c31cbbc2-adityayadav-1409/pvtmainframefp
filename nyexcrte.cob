               FILE STATUS IS ASSIGN-OUT-FILE-STATUS.
           SELECT UNIT-RPT-FILE     ASSIGN TO UNITRPT
               FILE STATUS IS UNIT-RPT-FILE-STATUS.
           SELECT WORK-OUT-FILE     ASSIGN TO WORKLOAD
               FILE STATUS IS WORK-OUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           BLOCK CONTAINS 0 RECORDS.
       01  UNIT-RPT-REC           PIC X(80).

       FD  WORK-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WORK-OUT-REC           PIC X(100).

      ********************************************************************
      *                                                                  *
      *A    ABSTRACT..                                                   *
      *  ITEMS OUT; AND UNITRPT SHOWS, PER UNIT, OPEN ITEMS, NEW THIS   *
      *  CYCLE, CLOSED, AND ITEMS PAST THE SLA THRESHOLD - A WORKED     *
      *  QUEUE INSTEAD OF WALLPAPER.                                    *
      *  EVERY OPEN ITEM IS ALSO WRITTEN TO WORKLOAD (CKEXCWRK) WITH THE*
      *  AU-SEGMENT OWNER NAME AND THE FULL SERVICING AGENT NUMBER.     *
      *  WORKLOAD IS RELOADED INTO THE ONLINE WORKLIST AFTER THIS STEP  *
      *  (SEE NYEXCWRK, TRANSACTION NYWK), WHERE THE UNITS WORK AND     *
      *  CLOSE THEIR ITEMS. THE ONLINE CLOSES ARE UNLOADED FROM THE     *
      *  WORKACT CLUSTER INTO RESOLIN BY THE WRKUNLD STEP AHEAD OF THIS *
      *  ONE, SO AN ITEM CLOSED ONLINE IS CLOSED OUT ON THE NEXT CYCLE. *
      *  ONCE THIS STEP ENDS CLEAN THE WRKCLR STEP EMPTIES WORKACT, SO  *
      *  EACH CLOSE FEEDS ONE CYCLE ONLY AND A LATER EXCEPTION ON THE   *
      *  SAME POLICY STAYS OPEN. WORKACT IS CLOSED IN CICS FROM WRKUNLD *
      *  THROUGH WRKCLR, SO NO CLOSE TAKEN ONLINE IS LOST IN BETWEEN.   *
      *  A HAND-BUILT RESOLUTION FILE MAY STILL BE CONCATENATED BEHIND. *
      *                                                                  *
      *J    JCL..                                                        *
      *                                                                  *
      * //WRKUNLD  EXEC PGM=IDCAMS                                       *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //WORKACT  DD DISP=SHR,DSN=P54.CK.NYEXCRTE.WORKACT               *
      * //RESOLVE  DD DSN=&&RESOLVE,DISP=(,PASS),UNIT=USER,              *
      * //            SPACE=(CYL,(1,1),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=30,BLKSIZE=0)                  *
      * //SYSIN    DD *                                                  *
      *   REPRO INFILE(WORKACT) OUTFILE(RESOLVE)                         *
      * /*                                                               *
      * //NYEXCRTE EXEC PGM=NYEXCRTE                                     *
      * //SYSPDUMP DD SYSOUT=U,HOLD=YES                                  *
      * //SYSOUT   DD SYSOUT=*                                           *
      * //AGETODAY DD DISP=SHR,DSN=T54.T9511F0.NYVULOWN.EXCAGE.DATA(0)   *
      * //ASGNRULE DD DISP=SHR,DSN=P54.CK.NYEXCRTE.ASGNRULE              *
      * //RESOLIN  DD DSN=&&RESOLVE,DISP=(OLD,DELETE)                    *
      * //         DD DISP=SHR,DSN=T54.T9511F0.NYEXCRTE.RESOLVE.DATA     *
      * //ASSIGNOU DD DSN=T54.T9511F0.NYEXCRTE.ASSIGNED.DATA,            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(1,1),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=80,BLKSIZE=0)                  *
      * //WORKLOAD DD DSN=T54.T9511F0.NYEXCRTE.WORKLOAD.DATA,            *
      * //            DISP=(,CATLG,CATLG),UNIT=USER,                     *
      * //            SPACE=(CYL,(5,5),RLSE),                            *
      * //            DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)                 *
      * //VSAM2    DD DISP=SHR,DSN=P54.CK.BASEB.POLICY                   *
      * //FVDSEG1  DD DISP=SHR,DSN=P54.CK.BASEB.AUXSEG1                  *
      * //SYSIPT   DD *                                                  *
      * //WRKCLR   EXEC PGM=IDCAMS,                                      *
      * //            COND=((0,NE,WRKUNLD),(0,NE,NYEXCRTE))              *
      * //SYSPRINT DD SYSOUT=*                                           *
      * //SYSIN    DD *                                                  *
      *   DELETE P54.CK.NYEXCRTE.WORKACT CLUSTER                         *
      *   SET MAXCC = 0                                                  *
      *   DEFINE CLUSTER (NAME(P54.CK.NYEXCRTE.WORKACT) INDEXED -        *
      *          KEYS(10 0) RECORDSIZE(30 30) SHAREOPTIONS(2 3) -        *
      *          CYLINDERS(1 1))                                         *
      * /*                                                               *
      * //*                                                               *
      *                                                                  *
      *P    ENTRY PARAMETERS..                                           *
      *     ASGNRULE - COLS 1-2 ISSUE STATE, COLS 3-5 AGENT REGION       *
      *       (LEADING AGENT DIGITS, BLANK = ANY), COLS 6-13 UNIT.       *
      *     RESOLIN - COLS 1-10 POLICY, COLS 12-13 CLOSE CODE,           *
      *       COLS 15-22 CLOSING UNIT. THE ONLINE CLOSES (CKEXCACT) COME *
      *       FIRST, THEN ANY HAND-BUILT FILE.                           *
      *                                                                  *
      *E    ERRORS DETECTED BY THIS ELEMENT..                            *
      *     I/O ERROR ON FILES                                           *
      *     RESOLUTION TABLE OVERFLOW (OVER 2000 RESOLIN ROWS) - HARD    *
      *     STOP, SO NO CLOSE IS DROPPED AND ITS ITEM LEFT OPEN          *
      *                                                                  *
      *C    ELEMENTS INVOKED BY THIS ELEMENT..                           *
      *                                                                  *
           05 INFORCE-VSAM       PIC X(8) VALUE 'VSAM2'.
           05 ASSIGN-OUT-FILE-STATUS        PIC X(02).
           05 UNIT-RPT-FILE-STATUS          PIC X(02).
           05 WORK-OUT-FILE-STATUS          PIC X(02).

           05 AGING-EOF-IND                 PIC X(1).
              88 AGING-EOF                  VALUE 'Y'.
           05 WS-FOUND-UNIT           PIC X(08).
           05 WS-AGENT-REGION         PIC X(03).
           05 WS-ISSUE-STATE          PIC X(02).
           05 WS-AGENT-NUMBER         PIC X(10).
           05 WS-OWNER-NAME           PIC X(40).

      * WORK SUBSCRIPTS
           05 WS-EX-SUB               PIC S9(05) COMP-3 VALUE +0.
           05 FILLER                 PIC X(01) VALUE X'05'.
           05 URU-PAST-SLA-CNT       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(37).

       01 WL-WORK-RECORD.
           COPY CKEXCWRK.
       EJECT

       01  FILLER PIC X(32)
       COPY CKFRECCV.
       EJECT

       COPY CKFRECAU.
       EJECT

      * AUXSEG1 RECORD AREA
       COPY CKAUXDCB REPLACING AUXBLOCK-AUXILIARY-DCB
                         BY AUX-INF-DCB.
           OPEN INPUT  RESOL-IN-FILE.
           OPEN OUTPUT ASSIGN-OUT-FILE.
           OPEN OUTPUT UNIT-RPT-FILE.
           OPEN OUTPUT WORK-OUT-FILE.

           PERFORM 1200-LOAD-AGING-TABLE
               THRU 1299-LOAD-AGING-TABLE-EXIT
                   GO TO 1499-LOAD-RESOL-TABLE-EXIT
           END-READ.

           IF RE-POLICY = SPACE
               GO TO 1499-LOAD-RESOL-TABLE-EXIT
           END-IF.

           IF RS-USED NOT LESS THAN +2000
               DISPLAY 'RESOLUTION TABLE FULL AT '
                       RE-POLICY
               GO TO EOJ9900-ABEND
           END-IF.

           ADD +1 TO RS-USED.
           MOVE RE-POLICY     TO RS-POLICY (RS-USED).
           MOVE RE-CLOSE-CODE TO RS-CLOSE-CODE (RS-USED).
           IF EX-POLICY (WS-EX-SUB) LESS THAN INFORCE-POL-NUMBER
      * EXCEPTION NOT ON THE INFORCE FILE - ROUTE WITHOUT STATE/AGENT
               MOVE SPACE TO WS-ISSUE-STATE WS-AGENT-REGION
                             WS-AGENT-NUMBER WS-OWNER-NAME
               PERFORM 2200-ASSIGN-ONE-EXCEPTION
                   THRU 2299-ASSIGN-ONE-EXCEPTION-EXIT
               ADD +1 TO WS-EX-SUB
       2100-GET-COVERAGE-FIELDS.

           MOVE SPACE TO WS-ISSUE-STATE WS-AGENT-REGION.
           MOVE SPACE TO WS-AGENT-NUMBER WS-OWNER-NAME.

           PERFORM 2310-BUILD-SEGMENT-TABLE
               THRU 2319-BUILD-SEGMENT-TABLE-EXIT.

           MOVE '02' TO WS-SEG-ID.
           INITIALIZE WS-SEG-WORK-AREA.
           SET SEGMENT-NOT-FOUND TO TRUE.
           CALL 'CKETRGET' USING WS-SEG-ID
               MOVE ISSUE-STATE OF CV-SEGMENT TO WS-ISSUE-STATE
               MOVE AGT-NUMBER OF CV-SEGMENT (1:3)
                   TO WS-AGENT-REGION
               MOVE AGT-NUMBER OF CV-SEGMENT TO WS-AGENT-NUMBER
           END-IF.

      * OWNER NAME FOR THE ONLINE WORKLIST, OFF THE AU-SEGMENT
           MOVE '18' TO WS-SEG-ID.
           INITIALIZE WS-SEG-WORK-AREA.
           CALL 'CKETRGET' USING WS-SEG-ID
                                 WS-SEG-SEQ
                                 WS-SEG-WORK-AREA
                                 WS-DUMMY
                                 WS-IO-CODE
                                 WS-DUMMY
                                 INFORCE-FILE-DCB.
           IF WS-IO-CODE = '0'
               MOVE WS-SEG-WORK-AREA TO AU-SEGMENT
               MOVE OWNER-NAME OF AU-SEGMENT TO WS-OWNER-NAME
           END-IF.

       2199-GET-COVERAGE-FIELDS-EXIT.
               GO TO EOJ9900-ABEND
           END-IF.

           INITIALIZE WL-WORK-RECORD.
           MOVE EX-POLICY (WS-EX-SUB)    TO WL-POLICY.
           MOVE WS-FOUND-UNIT            TO WL-UNIT.
           MOVE WS-ISSUE-STATE           TO WL-ISSUE-STATE.
           MOVE WS-AGENT-NUMBER          TO WL-AGENT-NUMBER.
           MOVE WS-OWNER-NAME            TO WL-OWNER-NAME.
           MOVE EX-CYCLE-CNT (WS-EX-SUB) TO WL-CYCLE-CNT.
           MOVE ASA-PAST-SLA-IND         TO WL-PAST-SLA-IND.
           WRITE WORK-OUT-REC FROM WL-WORK-RECORD.
           IF WORK-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING WORKLIST: '
                       WORK-OUT-FILE-STATUS
               GO TO EOJ9900-ABEND
           END-IF.

       2299-ASSIGN-ONE-EXCEPTION-EXIT.
           EXIT.
       EJECT
           END-IF.

           MOVE SPACE TO WS-ISSUE-STATE WS-AGENT-REGION.
           MOVE SPACE TO WS-AGENT-NUMBER WS-OWNER-NAME.
           PERFORM 2200-ASSIGN-ONE-EXCEPTION
               THRU 2299-ASSIGN-ONE-EXCEPTION-EXIT.
           ADD +1 TO WS-EX-SUB.

           CLOSE ASSIGN-OUT-FILE.
           CLOSE UNIT-RPT-FILE.
           CLOSE WORK-OUT-FILE.

           IF EX-USED GREATER THAN ZERO
               SET CLOSE-INFORCE-FILE TO TRUE
