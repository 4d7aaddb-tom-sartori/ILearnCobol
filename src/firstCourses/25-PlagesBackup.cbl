      ******************************************************************
      * Author:
      * Date:
      * Purpose: Backup step at the head of the nightly Plages chain.
      *          The whole PLAGES-MASTER file is unloaded in key order
      *          to a dated sequential image (PLAGESBK.date.time,
      *          PLGBKUP layout: a header with the time the unload
      *          started, every master record as a detail, and a
      *          trailer with the detail count and a hash total of
      *          PM-VALUE). Each run writes its own file, so a bad
      *          night never overwrites the last good image. Once
      *          the trailer is written the image is entered on the
      *          backup catalog, which is where 26-PlagesRecover
      *          looks for the latest image to reload the master
      *          from. An image that could not be written in full is
      *          never catalogued and fails the step.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 25-PlagesBackup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAGES-MASTER-FILE
               ASSIGN TO "PLAGESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAGES-BACKUP-FILE
               ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT PLAGES-BACKUP-CATALOG-FILE
               ASSIGN TO "PLAGESBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-MASTER-FILE.
           COPY PLGMAST.

       FD  PLAGES-BACKUP-FILE.
           COPY PLGBKUP.

       FD  PLAGES-BACKUP-CATALOG-FILE.
           COPY PLGBCAT.

       WORKING-STORAGE SECTION.
       COPY PLGSTEP.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-BACKUP-STATUS PIC XX.
       77 WS-CATALOG-STATUS PIC XX.
       77 WS-BACKUP-FILENAME PIC X(30).
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-RECORD-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-HASH-TOTAL PIC 9(18) VALUE ZEROES.
       77 WS-MASTER-OPEN PIC X VALUE 'N'.
           88 MASTER-IS-OPEN VALUE 'Y'.
       77 WS-WRITE-FAILED PIC X VALUE 'N'.
           88 BACKUP-WRITE-FAILED VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM BUILD-BACKUP-FILENAME.
           OPEN INPUT PLAGES-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '05'
               AND WS-MASTER-STATUS NOT = '35'
               DISPLAY 'Master file unavailable - status '
                   WS-MASTER-STATUS '. No backup taken.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MASTER-STATUS NOT = '35'
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PLAGES-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'Backup image ' WS-BACKUP-FILENAME
                   ' cannot be created - status ' WS-BACKUP-STATUS
               IF MASTER-IS-OPEN
                   CLOSE PLAGES-MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-BACKUP-HEADER.
      * A master that was never created backs up as an empty image:
      * it is still a valid point to recover from.
           IF MASTER-IS-OPEN
               PERFORM READ-MASTER-RECORD
           ELSE
               MOVE '10' TO WS-MASTER-STATUS
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = '10'
               OR BACKUP-WRITE-FAILED
               PERFORM WRITE-BACKUP-DETAIL
               PERFORM READ-MASTER-RECORD
           END-PERFORM.
           IF NOT BACKUP-WRITE-FAILED
               PERFORM WRITE-BACKUP-TRAILER
           END-IF.
           IF MASTER-IS-OPEN
               CLOSE PLAGES-MASTER-FILE
           END-IF.
           CLOSE PLAGES-BACKUP-FILE.

           IF BACKUP-WRITE-FAILED
               DISPLAY 'Backup image ' WS-BACKUP-FILENAME
                   ' incomplete - status ' WS-BACKUP-STATUS
                   '. Not catalogued.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-CATALOG-RECORD.
           DISPLAY 'Backup image ' WS-BACKUP-FILENAME ' written.'.
           DISPLAY 'Master records backed up : ' WS-RECORD-COUNT.
           DISPLAY 'Hash total (PM-VALUE)    : ' WS-HASH-TOTAL.
           MOVE WS-RECORD-COUNT TO STEP-RECORD-COUNT.
           GOBACK.

      * Date and time to the second keep two runs on the same day
      * from sharing a file.
       BUILD-BACKUP-FILENAME.
           MOVE SPACES TO WS-BACKUP-FILENAME.
           MOVE 'PLAGESBK.' TO WS-BACKUP-FILENAME(1:9).
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BACKUP-FILENAME(10:8).
           MOVE '.' TO WS-BACKUP-FILENAME(18:1).
           MOVE WS-RUN-TIMESTAMP(9:6) TO WS-BACKUP-FILENAME(19:6).

       READ-MASTER-RECORD.
           READ PLAGES-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MASTER-STATUS
           END-READ.

      * The header carries the time the unload started. Anything
      * stamped after it may or may not be on the image, and is
      * replayed from the trails on recovery.
       WRITE-BACKUP-HEADER.
           MOVE SPACES TO PLAGES-BACKUP-RECORD.
           SET BK-HEADER TO TRUE.
           MOVE WS-RUN-TIMESTAMP TO BK-IMAGE-TIMESTAMP.
           MOVE ZEROES TO BK-RECORD-COUNT.
           MOVE ZEROES TO BK-HASH-TOTAL.
           PERFORM WRITE-BACKUP-RECORD.

       WRITE-BACKUP-DETAIL.
           MOVE SPACES TO PLAGES-BACKUP-RECORD.
           SET BK-DETAIL TO TRUE.
           MOVE PLAGES-MASTER-RECORD TO BK-DATA.
           PERFORM WRITE-BACKUP-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD PM-VALUE TO WS-HASH-TOTAL.

       WRITE-BACKUP-TRAILER.
           MOVE SPACES TO PLAGES-BACKUP-RECORD.
           SET BK-TRAILER TO TRUE.
           MOVE WS-RUN-TIMESTAMP TO BK-IMAGE-TIMESTAMP.
           MOVE WS-RECORD-COUNT TO BK-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BK-HASH-TOTAL.
           PERFORM WRITE-BACKUP-RECORD.

       WRITE-BACKUP-RECORD.
           WRITE PLAGES-BACKUP-RECORD.
           IF WS-BACKUP-STATUS NOT = '00'
               MOVE 'Y' TO WS-WRITE-FAILED
           END-IF.

       WRITE-CATALOG-RECORD.
           MOVE WS-BACKUP-FILENAME TO BL-IMAGE-NAME.
           MOVE WS-RUN-TIMESTAMP TO BL-IMAGE-TIMESTAMP.
           MOVE WS-RECORD-COUNT TO BL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BL-HASH-TOTAL.
           OPEN EXTEND PLAGES-BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS = '35'
               OPEN OUTPUT PLAGES-BACKUP-CATALOG-FILE
               CLOSE PLAGES-BACKUP-CATALOG-FILE
               OPEN EXTEND PLAGES-BACKUP-CATALOG-FILE
           END-IF
           WRITE PLAGES-BACKUP-CATALOG-RECORD.
           CLOSE PLAGES-BACKUP-CATALOG-FILE.
