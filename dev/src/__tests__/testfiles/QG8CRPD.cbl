      * QG8CRPD:  REGRESSION DRIVER - FEEDS THE INBOUND IMAGES OF A    *
      *           QG8CRPX REPLAY FILE THROUGH QC1CDPL IN A TEST REGION *
      *           AND KEEPS EACH RESPONSE FOR QG8CRPC.                 *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    QG8CRPD.
      *
       AUTHOR.        ALNOVA TECHNOLOGIES CORPORATION.
      *
       DATE-WRITTEN.  2026-10-14.
      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2416     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION.                                *
      *               SECOND STEP OF THE RELEASE REGRESSION RUN. A     *
      *               BATCH (EXCI) CLIENT: EACH 'I' RECORD OF REPLAYIN *
      *               IS SENT, EXACTLY AS EXTRACTED, TO THE DPL ENTRY  *
      *               PROGRAM IN THE TEST REGION NAMED ON THE CONTROL  *
      *               CARD - THE SAME WAY A FRONT END CALLS IT IN      *
      *               PRODUCTION - ONE SYNCHRONOUS LINK PER MESSAGE,   *
      *               IN EXTRACT ORDER, COMMITTED ON RETURN. RESULTOUT *
      *               IS REPLAYIN WITH AN 'N' RECORD (THE RETURNED     *
      *               COMMAREA) AFTER EACH 'O'. A LINK THAT FAILS OR   *
      *               ABENDS STILL GETS ITS 'N' RECORD, FLAGGED        *
      *               RPL-DRV-LINK-FAILED WITH THE ABEND CODE OR LINK  *
      *               RESPONSE IN RPL-COD-ERR, SO THE COMPARE COUNTS   *
      *               IT; AFTER 10 FAILED LINKS IN A ROW THE REGION IS *
      *               TAKEN TO BE DOWN AND THE RUN STOPS (RC 12).      *
      *               THE TEST REGION MUST ACCEPT THE MASKED USER AND  *
      *               TERMINAL IDS (PERMISSION TABLE, TERMINAL POOL)   *
      *               - THE REPLAY RUNS REAL TRANSACTIONS AGAINST      *
      *               WHATEVER DATA THAT REGION IS CONNECTED TO.       *
      *               CONTROL CARD (PARMIN):                           *
      *                 COL 01-08  APPLID OF THE TEST REGION           *
      *                 COL 09-16  PROGRAM (SPACES = QC1CDPL)          *
      *               RETURN CODE 4 WHEN ANY LINK FAILED.              *
      *  MOD. MARKER: @DEM#2416/14.10.2026                             *
      *** DEM#2416     14.10.2026   G7   END                           *
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SOURCE-COMPUTER.
      *
           IBM-3090.
       OBJECT-COMPUTER.
      *
           IBM-3090.
       SPECIAL-NAMES.
      *
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PARM-FILE    ASSIGN TO PARMIN
                  FILE STATUS IS VA-PRM-STATUS.
      *
           SELECT REPLAY-FILE  ASSIGN TO REPLAYIN
                  FILE STATUS IS VA-RPL-STATUS.
      *
           SELECT RESULT-FILE  ASSIGN TO RESULTOUT
                  FILE STATUS IS VA-RES-STATUS.
      *
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PARM-FILE.
       01  PARM-RECORD                      PIC X(80).
      *
       FD  REPLAY-FILE.
       01  RPL-RECORD.
           COPY QGECRPL.
      *
       FD  RESULT-FILE.
       01  RES-RECORD                       PIC X(31834).
      *
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 VA-FILE-STATUS.
          05 VA-PRM-STATUS                 PIC X(02)   VALUE '00'.
          05 VA-RPL-STATUS                 PIC X(02)   VALUE '00'.
          05 VA-RES-STATUS                 PIC X(02)   VALUE '00'.
      *
       01 VA-PARM-CARD.
          05 VA-PRM-APPLID                 PIC X(08).
          05 VA-PRM-PROGRAM                PIC X(08).
          05 FILLER                        PIC X(64).
      *
       01 VA-SWITCH.
          05 SW-RPL-EOF                    PIC X(01)   VALUE 'N'.
             88 SW-RPL-EOF-YES                         VALUE 'Y'.
             88 SW-RPL-EOF-NO                          VALUE 'N'.
          05 SW-NEW-HELD                   PIC X(01)   VALUE 'N'.
             88 SW-NEW-HELD-YES                        VALUE 'Y'.
             88 SW-NEW-HELD-NO                         VALUE 'N'.
      *
       01 VA-VARIABLE.
          05 VN-RPL-READ                   PIC 9(09)  BINARY  VALUE 0.
          05 VN-LINKED                     PIC 9(09)  BINARY  VALUE 0.
          05 VN-LINK-FAILED                PIC 9(09)  BINARY  VALUE 0.
          05 VN-FAIL-IN-ROW                PIC 9(02)  BINARY  VALUE 0.
          05 VN-RESP-D                     PIC 9(07).
          05 VN-HELD-PAIR-NO               PIC 9(09)          VALUE 0.
      *
       01 VA-CONSTANT.
          05 CN-COMMAREA-LTH               PIC S9(5) COMP
                                   VALUE +31746.
          05 CN-FAIL-IN-ROW-MAX            PIC 9(02)   VALUE 10.
          05 CA-QC1CDPL                    PIC X(08)   VALUE 'QC1CDPL'.
      *
      ******************************************************************
      *    THE COMMAREA SENT AND RETURNED - KEY-VERSION TAG, THEN THE  *
      *    ENVELOPE (QAECINP OUT, QAECOUT BACK, AS IN QC1CDPL)         *
      ******************************************************************
       01 VA-COMMAREA.
          05 VA-CA-KEY-VERSION             PIC X(02).
          05 VA-CA-ENVELOPE                PIC X(31744).
      *
      ******************************************************************
      *    EXCI RETURN AREA OF THE LINK (LAYOUT OF DFHXCPLO'S          *
      *    EXCI-EXEC-RETURN-CODE)                                      *
      ******************************************************************
       01 VA-EXCI-RETAREA.
          05 VN-EXCI-RESP                  PIC 9(08)  COMP.
          05 VN-EXCI-RESP2                 PIC 9(08)  COMP.
          05 VA-EXCI-ABCODE                PIC X(04).
          05 VN-EXCI-MSG-LEN               PIC 9(08)  COMP.
          05 VA-EXCI-MSG-PTR               POINTER.
      *
      ******************************************************************
      *    THE 'N' RECORD OF THE PAIR IN PROGRESS, HELD UNTIL ITS 'O'  *
      *    HAS BEEN COPIED                                             *
      ******************************************************************
       01 VA-NEW-RECORD                     PIC X(31834).
      *
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY QAECOUT.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1-START
      *
           PERFORM 2-PROCESS
      *
           PERFORM 3-END.
      *
      ******************************************************************
      *.PN                 1-START                                    **
      ******************************************************************
       1-START.
      *
           OPEN INPUT PARM-FILE
           IF VA-PRM-STATUS NOT = '00'
           THEN
             PERFORM 999-FILE-ERROR
           END-IF
           READ PARM-FILE INTO VA-PARM-CARD
             AT END
               PERFORM 999-FILE-ERROR
           END-READ
           CLOSE PARM-FILE
      *
           IF VA-PRM-PROGRAM = SPACES
           THEN
             MOVE CA-QC1CDPL                  TO  VA-PRM-PROGRAM
           END-IF
           IF VA-PRM-APPLID = SPACES
           THEN
             DISPLAY 'QG8CRPD - NO TEST-REGION APPLID ON THE CONTROL CAR
      -              'D'
             PERFORM 999-FILE-ERROR
           END-IF
      *
           SET  ADDRESS OF QAECOUT  TO  ADDRESS OF VA-CA-ENVELOPE
      *
           OPEN INPUT  REPLAY-FILE
                OUTPUT RESULT-FILE
           IF VA-RPL-STATUS NOT = '00'
           OR VA-RES-STATUS NOT = '00'
           THEN
             PERFORM 999-FILE-ERROR
           END-IF
      *
           DISPLAY 'QG8CRPD - REPLAYING THROUGH ' VA-PRM-PROGRAM
                   ' IN ' VA-PRM-APPLID
      *
           PERFORM EC-READ-REPLAY
      *
           CONTINUE.
      *
      ******************************************************************
      *.PN                 2-PROCESS                                   *
      ******************************************************************
       2-PROCESS.
      *
           PERFORM 20-TAKE-REPLAY-RECORD
              UNTIL SW-RPL-EOF-YES
      *
           CONTINUE.
      *
      ******************************************************************
      *.PN                 20-TAKE-REPLAY-RECORD                      **
      *       'I' IS COPIED AND REPLAYED, 'O' IS COPIED AND FOLLOWED   *
      *       BY THE HELD 'N'. AN 'O' WITHOUT ITS 'I' MEANS THE FILE   *
      *       IS NOT A QG8CRPX EXTRACT.                                *
      ******************************************************************
       20-TAKE-REPLAY-RECORD.
      *
           ADD 1 TO VN-RPL-READ
      *
           EVALUATE TRUE
             WHEN RPL-TYPE-IN
               MOVE RPL-RECORD                TO  RES-RECORD
               PERFORM EC-WRITE-RESULT
               PERFORM 21-REPLAY-MESSAGE
      *
             WHEN RPL-TYPE-OUT
             AND  SW-NEW-HELD-YES
             AND  RPL-PAIR-NO = VN-HELD-PAIR-NO
               MOVE RPL-RECORD                TO  RES-RECORD
               PERFORM EC-WRITE-RESULT
               MOVE VA-NEW-RECORD             TO  RES-RECORD
               PERFORM EC-WRITE-RESULT
               SET  SW-NEW-HELD-NO            TO  TRUE
      *
             WHEN OTHER
               DISPLAY 'QG8CRPD - REPLAYIN OUT OF SEQUENCE AT RECORD '
                       VN-RPL-READ ' TYPE ' RPL-REC-TYPE
                       ' PAIR ' RPL-PAIR-NO
               PERFORM 999-FILE-ERROR
           END-EVALUATE
      *
           PERFORM EC-READ-REPLAY
      *
           CONTINUE.
      *
      ******************************************************************
      *.PN                 21-REPLAY-MESSAGE                          **
      ******************************************************************
       21-REPLAY-MESSAGE.
      *
           MOVE RPL-MSG-DATA                  TO  VA-COMMAREA
           INITIALIZE VA-EXCI-RETAREA
      *
           EXEC CICS
             LINK
               PROGRAM     (VA-PRM-PROGRAM)
               APPLID      (VA-PRM-APPLID)
               COMMAREA    (VA-COMMAREA)
               LENGTH      (CN-COMMAREA-LTH)
               DATALENGTH  (CN-COMMAREA-LTH)
               RETCODE     (VA-EXCI-RETAREA)
               SYNCONRETURN
           END-EXEC
      *
      *    THE 'I' RECORD HAS BEEN WRITTEN - ITS BUFFER BECOMES THE
      *    'N' RECORD, WHICH KEEPS THE PAIR'S HEADER.
           SET  RPL-TYPE-NEW                  TO  TRUE
           MOVE SPACES                        TO  RPL-COD-ERR
           SET  RPL-DRV-OK                    TO  TRUE
      *
           IF  VN-EXCI-RESP = 0
           AND VA-EXCI-ABCODE = SPACES
           THEN
             ADD  1 TO VN-LINKED
             MOVE 0                           TO  VN-FAIL-IN-ROW
             MOVE EOUT-MSG-LTH-PS9            TO  RPL-MSG-LTH
             MOVE VA-COMMAREA                 TO  RPL-MSG-DATA
           ELSE
             PERFORM 22-LINK-FAILED
           END-IF
      *
           MOVE RPL-RECORD                    TO  VA-NEW-RECORD
           MOVE RPL-PAIR-NO                   TO  VN-HELD-PAIR-NO
           SET  SW-NEW-HELD-YES               TO  TRUE
      *
           CONTINUE.
      *
      ******************************************************************
      *.PN                 22-LINK-FAILED                             **
      ******************************************************************
       22-LINK-FAILED.
      *
           ADD 1 TO VN-LINK-FAILED
           ADD 1 TO VN-FAIL-IN-ROW
      *
           SET  RPL-DRV-LINK-FAILED           TO  TRUE
           MOVE 0                             TO  RPL-MSG-LTH
           MOVE SPACES                        TO  RPL-MSG-DATA
           IF VA-EXCI-ABCODE NOT = SPACES
           THEN
             STRING 'AB', VA-EXCI-ABCODE
                    DELIMITED BY SIZE  INTO  RPL-COD-ERR
           ELSE
             MOVE VN-EXCI-RESP                TO  VN-RESP-D
             MOVE VN-RESP-D                   TO  RPL-COD-ERR
           END-IF
      *
           DISPLAY 'QG8CRPD - LINK FAILED PAIR ' RPL-PAIR-NO
                   ' COD-TX ' RPL-COD-TX
                   ' RESP=' VN-EXCI-RESP ' RESP2=' VN-EXCI-RESP2
                   ' ABCODE=' VA-EXCI-ABCODE
      *
           IF VN-FAIL-IN-ROW NOT < CN-FAIL-IN-ROW-MAX
           THEN
             DISPLAY 'QG8CRPD - ' VN-FAIL-IN-ROW
                     ' LINKS FAILED IN A ROW - TEST REGION '
                     VA-PRM-APPLID ' NOT AVAILABLE, RUN STOPPED'
             CLOSE REPLAY-FILE
                   RESULT-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           CONTINUE.
      *
      ******************************************************************
      *.PN                 3-END                                       *
      ******************************************************************
       3-END.
      *
           CLOSE REPLAY-FILE
                 RESULT-FILE
      *
           DISPLAY 'QG8CRPD - RECORDS READ=' VN-RPL-READ
                   ' REPLAYED=' VN-LINKED
                   ' LINK FAILED=' VN-LINK-FAILED
      *
           IF VN-LINK-FAILED > 0
           THEN
             MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ******************************************************************
      *    READ REPLAY FILE                                            *
      ******************************************************************
       EC-READ-REPLAY.
      *
           READ REPLAY-FILE
             AT END
               SET SW-RPL-EOF-YES  TO  TRUE
           END-READ
      *
           IF VA-RPL-STATUS NOT = '00' AND VA-RPL-STATUS NOT = '10'
           THEN
             PERFORM 999-FILE-ERROR
           END-IF
      *
           CONTINUE.
      *
      ******************************************************************
      *    WRITE RESULT RECORD                                         *
      ******************************************************************
       EC-WRITE-RESULT.
      *
           WRITE RES-RECORD
      *
           IF VA-RES-STATUS NOT = '00'
           THEN
             PERFORM 999-FILE-ERROR
           END-IF
      *
           CONTINUE.
      *
      ******************************************************************
      *.PN            999-FILE-ERROR                                   *
      ******************************************************************
       999-FILE-ERROR.
      *
           DISPLAY 'QG8CRPD - FILE ERROR'
                   ' PARMIN='    VA-PRM-STATUS
                   ' REPLAYIN='  VA-RPL-STATUS
                   ' RESULTOUT=' VA-RES-STATUS
      *
           MOVE 16 TO RETURN-CODE
      *
           STOP RUN.
