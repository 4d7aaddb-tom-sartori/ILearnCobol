      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of a damaged PLAGES-MASTER file.
      *          The backup catalog is searched for the latest image
      *          written by 25-PlagesBackup whose header, detail count
      *          and hash total tie to its trailer and its catalog
      *          entry; an image that does not tie is reported and the
      *          one before it is tried. The master is recreated from
      *          that image, then everything stamped after the image
      *          timestamp is replayed onto it in timestamp order
      *          through a scratch indexed file: the in-range
      *          captures on PLAGES-AUDIT (rows linked to the master
      *          key they produced), the suspense approvals logged by
      *          14-PlagesSuspense and the corrections on
      *          PLAGES-HISTORY. A capture or correction the image
      *          already holds is counted and left alone. The
      *          recovery report closes with the rebuilt master's
      *          count and PM-VALUE hash total against the figures
      *          the latest 09-PlagesBalance run recorded on the
      *          balance control file, brought forward by everything
      *          replayed since that run. Audit rows written before
      *          the key link existed cannot be replayed and are only
      *          counted. Delivery statuses are as the image holds
      *          them - acknowledgments, extracts and resends since
      *          the image are not on any trail - and an archive or
      *          restore run of 10-PlagesArchive since the image has
      *          to be run again. With no usable image on file the
      *          master is not touched.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 26-PlagesRecover.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAGES-BACKUP-CATALOG-FILE
               ASSIGN TO "PLAGESBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PLAGES-BACKUP-FILE
               ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT PLAGES-MASTER-FILE
               ASSIGN TO "PLAGESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PLAGES-AUDIT-FILE
               ASSIGN TO "PLAGESAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PLAGES-APPROVAL-FILE
               ASSIGN TO "PLAGESAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT OPTIONAL PLAGES-HISTORY-FILE
               ASSIGN TO "PLAGESHI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PLAGES-BALANCE-CTL-FILE
               ASSIGN TO "PLAGESBC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PLAGES-RECOVERY-WORK-FILE
               ASSIGN TO "PLAGESRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PLAGES-RECOVERY-FILE
               ASSIGN TO "PLAGESRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-BACKUP-CATALOG-FILE.
           COPY PLGBCAT.

       FD  PLAGES-BACKUP-FILE.
           COPY PLGBKUP.

       FD  PLAGES-MASTER-FILE.
           COPY PLGMAST.

       FD  PLAGES-AUDIT-FILE.
           COPY PLGAUD.

       FD  PLAGES-APPROVAL-FILE.
           COPY PLGAPPR.

       FD  PLAGES-HISTORY-FILE.
           COPY PLGHIST.

       FD  PLAGES-BALANCE-CTL-FILE.
           COPY PLGBCTL.

      * Scratch file rebuilt by every run: one record per change to
      * be replayed, keyed by the time it was made so a sequential
      * read gives the three trails merged in timestamp order.
       FD  PLAGES-RECOVERY-WORK-FILE.
       01  PLAGES-RECOVERY-WORK-RECORD.
           05  RV-KEY.
               10  RV-TIMESTAMP           PIC X(21).
               10  RV-SOURCE              PIC X.
                   88  RV-CAPTURE         VALUE '1'.
                   88  RV-APPROVAL        VALUE '2'.
                   88  RV-CORRECTION      VALUE '3'.
               10  RV-SEQUENCE            PIC 9(9).
           05  RV-MASTER-KEY              PIC X(26).
           05  RV-VALUE                   PIC 9(15).
           05  RV-OLD-VALUE               PIC 9(15).
           05  RV-CATEGORY                PIC X(2).
           05  RV-OPERATOR-ID             PIC X(8).
           05  RV-REASON-CODE             PIC X(2).

       FD  PLAGES-RECOVERY-FILE.
       01  PLAGES-RECOVERY-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CATALOG-STATUS PIC XX.
       77 WS-BACKUP-STATUS PIC XX.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-AUDIT-STATUS PIC XX.
       77 WS-APPROVAL-STATUS PIC XX.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-WORK-STATUS PIC XX.
       77 WS-REPORT-STATUS PIC XX.
       77 WS-BACKUP-FILENAME PIC X(30).
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-TRY-BEFORE PIC X(21).
       77 WS-IMAGE-TIMESTAMP PIC X(21).
       77 WS-IMAGE-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-IMAGE-HASH PIC 9(18) VALUE ZEROES.
       77 WS-IMAGE-FOUND PIC X VALUE 'N'.
           88 IMAGE-WAS-FOUND VALUE 'Y'.
       77 WS-IMAGE-GOOD PIC X VALUE 'N'.
           88 IMAGE-IS-GOOD VALUE 'Y'.
       77 WS-TRAILER-SEEN PIC X VALUE 'N'.
           88 TRAILER-WAS-SEEN VALUE 'Y'.
       77 WS-REJECT-REASON PIC X(26).
       77 WS-CHECK-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-CHECK-HASH PIC 9(18) VALUE ZEROES.
       77 WS-UNKNOWN-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-REJECTED-IMAGES PIC 9(5) VALUE ZEROES.
       77 WS-LOADED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-LOAD-ERROR-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-BALANCE-FOUND PIC X VALUE 'N'.
           88 BALANCE-CONTROL-FOUND VALUE 'Y'.
       77 WS-BALANCE-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-COLLECT-FROM PIC X(21).
       77 WS-REPLAY-SEQUENCE PIC 9(9) VALUE ZEROES.
       77 WS-LEGACY-AUDIT-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-CAPTURE-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-APPROVAL-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-CORRECTION-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-ON-IMAGE-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-REPLAY-ERROR-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-REBUILT-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-REBUILT-HASH PIC 9(18) VALUE ZEROES.
       77 WS-EXPECTED-COUNT PIC S9(10) VALUE ZEROES.
       77 WS-EXPECTED-HASH PIC S9(18) VALUE ZEROES.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 WS-D-LABEL              PIC X(30).
           05 WS-D-VALUE              PIC -(17)9.
           05 FILLER                  PIC X(22) VALUE SPACES.

       01 WS-TEXT-LINE.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 WS-T-LABEL              PIC X(30).
           05 WS-T-TEXT               PIC X(30).
           05 FILLER                  PIC X(10) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-X-TYPE               PIC X(26).
           05 WS-X-KEY                PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-X-VALUE              PIC Z(14)9.
           05 FILLER                  PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT PLAGES-RECOVERY-FILE.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM SELECT-RECOVERY-IMAGE.
           IF NOT IMAGE-IS-GOOD
               MOVE SPACES TO PLAGES-RECOVERY-LINE
               WRITE PLAGES-RECOVERY-LINE
               MOVE 'NO USABLE BACKUP IMAGE - MASTER NOT TOUCHED'
                   TO PLAGES-RECOVERY-LINE
               WRITE PLAGES-RECOVERY-LINE
               CLOSE PLAGES-RECOVERY-FILE
               DISPLAY 'No usable backup image. Master not touched.'
               STOP RUN
           END-IF.
           PERFORM WRITE-IMAGE-TOTALS.

           PERFORM RELOAD-MASTER.
           PERFORM READ-BALANCE-CONTROL.
           PERFORM OPEN-RECOVERY-WORK-FILE.
           PERFORM COLLECT-AUDIT-CAPTURES.
           PERFORM COLLECT-SUSPENSE-APPROVALS.
           PERFORM COLLECT-CORRECTIONS.
           CLOSE PLAGES-RECOVERY-WORK-FILE.
           PERFORM REPLAY-IN-TIMESTAMP-ORDER.
           PERFORM COUNT-REBUILT-MASTER.

           PERFORM WRITE-REPLAY-TOTALS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-RECOVERY-VERDICT.
           CLOSE PLAGES-RECOVERY-FILE.
           DISPLAY 'Master reloaded from ' WS-BACKUP-FILENAME.
           DISPLAY 'Changes replayed : '
               WS-CAPTURE-COUNT ' captures, '
               WS-APPROVAL-COUNT ' approvals, '
               WS-CORRECTION-COUNT ' corrections.'.
           DISPLAY 'Rebuilt master records : ' WS-REBUILT-COUNT.
           STOP RUN.

      * Newest first: an image that does not tie is reported and
      * the search goes on among the images taken before it.
       SELECT-RECOVERY-IMAGE.
           MOVE 'BACKUP IMAGE' TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.
           MOVE HIGH-VALUES TO WS-TRY-BEFORE.
           PERFORM FIND-LATEST-IMAGE.
           PERFORM UNTIL IMAGE-IS-GOOD OR NOT IMAGE-WAS-FOUND
               PERFORM VERIFY-IMAGE
               IF NOT IMAGE-IS-GOOD
                   ADD 1 TO WS-REJECTED-IMAGES
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE WS-REJECT-REASON TO WS-X-TYPE
                   MOVE WS-BACKUP-FILENAME TO WS-X-KEY
                   MOVE WS-CHECK-COUNT TO WS-X-VALUE
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE WS-IMAGE-TIMESTAMP TO WS-TRY-BEFORE
                   PERFORM FIND-LATEST-IMAGE
               END-IF
           END-PERFORM.

       FIND-LATEST-IMAGE.
           MOVE 'N' TO WS-IMAGE-FOUND.
           MOVE LOW-VALUES TO WS-IMAGE-TIMESTAMP.
           OPEN INPUT PLAGES-BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS = '00' OR WS-CATALOG-STATUS = '05'
               PERFORM READ-CATALOG-RECORD
               PERFORM UNTIL WS-CATALOG-STATUS = '10'
                   IF BL-IMAGE-TIMESTAMP < WS-TRY-BEFORE
                       AND BL-IMAGE-TIMESTAMP > WS-IMAGE-TIMESTAMP
                       SET IMAGE-WAS-FOUND TO TRUE
                       MOVE BL-IMAGE-NAME TO WS-BACKUP-FILENAME
                       MOVE BL-IMAGE-TIMESTAMP TO WS-IMAGE-TIMESTAMP
                       MOVE BL-RECORD-COUNT TO WS-IMAGE-COUNT
                       MOVE BL-HASH-TOTAL TO WS-IMAGE-HASH
                   END-IF
                   PERFORM READ-CATALOG-RECORD
               END-PERFORM
               CLOSE PLAGES-BACKUP-CATALOG-FILE
           END-IF.

       READ-CATALOG-RECORD.
           READ PLAGES-BACKUP-CATALOG-FILE
               AT END MOVE '10' TO WS-CATALOG-STATUS
           END-READ.

      * An image is only trusted when it opens with the header the
      * catalog names, carries nothing but details up to its
      * trailer, and its details add up to both the trailer and
      * the catalog entry.
       VERIFY-IMAGE.
           MOVE 'N' TO WS-IMAGE-GOOD.
           MOVE ZEROES TO WS-CHECK-COUNT.
           MOVE ZEROES TO WS-CHECK-HASH.
           OPEN INPUT PLAGES-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = '00'
               MOVE 'IMAGE FILE MISSING' TO WS-REJECT-REASON
           ELSE
               PERFORM READ-BACKUP-RECORD
               IF WS-BACKUP-STATUS = '10'
                   OR NOT BK-HEADER
                   OR BK-IMAGE-TIMESTAMP NOT = WS-IMAGE-TIMESTAMP
                   MOVE 'IMAGE HEADER MISSING' TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-IMAGE-DETAILS
               END-IF
               CLOSE PLAGES-BACKUP-FILE
           END-IF.

       CHECK-IMAGE-DETAILS.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE ZEROES TO WS-UNKNOWN-COUNT.
           PERFORM READ-BACKUP-RECORD.
           PERFORM UNTIL WS-BACKUP-STATUS = '10'
               OR TRAILER-WAS-SEEN
               EVALUATE TRUE
                   WHEN BK-DETAIL
                       ADD 1 TO WS-CHECK-COUNT
                       ADD BK-VALUE TO WS-CHECK-HASH
                       PERFORM READ-BACKUP-RECORD
                   WHEN BK-TRAILER
                       SET TRAILER-WAS-SEEN TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-UNKNOWN-COUNT
                       PERFORM READ-BACKUP-RECORD
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT TRAILER-WAS-SEEN
                   MOVE 'IMAGE TRAILER MISSING' TO WS-REJECT-REASON
               WHEN WS-UNKNOWN-COUNT > ZEROES
                   MOVE 'IMAGE RECORD UNKNOWN' TO WS-REJECT-REASON
               WHEN WS-CHECK-COUNT NOT = BK-RECORD-COUNT
                   OR WS-CHECK-HASH NOT = BK-HASH-TOTAL
                   OR WS-CHECK-COUNT NOT = WS-IMAGE-COUNT
                   OR WS-CHECK-HASH NOT = WS-IMAGE-HASH
                   MOVE 'IMAGE TOTALS DO NOT TIE' TO WS-REJECT-REASON
               WHEN OTHER
                   SET IMAGE-IS-GOOD TO TRUE
           END-EVALUATE.

       READ-BACKUP-RECORD.
           READ PLAGES-BACKUP-FILE
               AT END MOVE '10' TO WS-BACKUP-STATUS
           END-READ.

      * The damaged master is replaced outright. The open fails
      * while a capture station still holds the file, and nothing
      * has been touched at that point.
       RELOAD-MASTER.
           OPEN OUTPUT PLAGES-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO PLAGES-RECOVERY-LINE
               WRITE PLAGES-RECOVERY-LINE
               MOVE 'MASTER CANNOT BE RECREATED - STATUS '
                   TO PLAGES-RECOVERY-LINE
               MOVE WS-MASTER-STATUS TO PLAGES-RECOVERY-LINE(37:2)
               WRITE PLAGES-RECOVERY-LINE
               CLOSE PLAGES-RECOVERY-FILE
               DISPLAY 'Master cannot be recreated - status '
                   WS-MASTER-STATUS '. Stop the capture stations.'
               STOP RUN
           END-IF.
           OPEN INPUT PLAGES-BACKUP-FILE.
           PERFORM READ-BACKUP-RECORD.
           PERFORM READ-BACKUP-RECORD.
           PERFORM UNTIL WS-BACKUP-STATUS = '10' OR BK-TRAILER
               MOVE BK-DATA TO PLAGES-MASTER-RECORD
               WRITE PLAGES-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-MASTER-STATUS = '00'
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-ERROR-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE 'IMAGE RECORD NOT LOADED' TO WS-X-TYPE
                   MOVE BK-KEY TO WS-X-KEY
                   MOVE BK-VALUE TO WS-X-VALUE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               PERFORM READ-BACKUP-RECORD
           END-PERFORM.
           CLOSE PLAGES-BACKUP-FILE.
           CLOSE PLAGES-MASTER-FILE.

      * The latest 09-PlagesBalance run left the master count and
      * hash it found on the balance control header.
       READ-BALANCE-CONTROL.
           MOVE 'N' TO WS-BALANCE-FOUND.
           OPEN INPUT PLAGES-BALANCE-CTL-FILE.
           IF WS-CONTROL-STATUS = '00'
               READ PLAGES-BALANCE-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BC-HEADER
                           SET BALANCE-CONTROL-FOUND TO TRUE
                           MOVE BC-RUN-TIMESTAMP
                               TO WS-BALANCE-TIMESTAMP
                           MOVE BC-MASTER-COUNT TO WS-EXPECTED-COUNT
                           MOVE BC-MASTER-HASH TO WS-EXPECTED-HASH
                       END-IF
               END-READ
               CLOSE PLAGES-BALANCE-CTL-FILE
           END-IF.
      * Changes are collected from whichever came first, the image
      * or the balance run: those after the image are replayed,
      * those after the balance run bring its figures forward.
           MOVE WS-IMAGE-TIMESTAMP TO WS-COLLECT-FROM.
           IF BALANCE-CONTROL-FOUND
               AND WS-BALANCE-TIMESTAMP < WS-COLLECT-FROM
               MOVE WS-BALANCE-TIMESTAMP TO WS-COLLECT-FROM
           END-IF.

      * The work file starts empty on every run; it only lives
      * for the length of the recovery.
       OPEN-RECOVERY-WORK-FILE.
           OPEN OUTPUT PLAGES-RECOVERY-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               MOVE SPACES TO PLAGES-RECOVERY-LINE
               WRITE PLAGES-RECOVERY-LINE
               MOVE 'RECOVERY WORK FILE UNAVAILABLE - NOTHING REPLAYED'
                   TO PLAGES-RECOVERY-LINE
               WRITE PLAGES-RECOVERY-LINE
               CLOSE PLAGES-RECOVERY-FILE
               DISPLAY 'Recovery work file unavailable - status '
                   WS-WORK-STATUS '. Master holds the image only.'
               STOP RUN
           END-IF.

      * A capture is dated by the master key it produced, which is
      * the time the master record was written. Out-of-range,
      * suspended and unstored captures never reached the master;
      * a suspended one comes back through its approval.
       COLLECT-AUDIT-CAPTURES.
           OPEN INPUT PLAGES-AUDIT-FILE.
           PERFORM READ-AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-STATUS = '10'
               EVALUATE TRUE
                   WHEN PA-MASTERED AND PA-LINK-KEY NOT = SPACES
                       IF PA-LINK-KEY(1:21) > WS-COLLECT-FROM
                           MOVE SPACES TO PLAGES-RECOVERY-WORK-RECORD
                           MOVE PA-LINK-KEY(1:21) TO RV-TIMESTAMP
                           SET RV-CAPTURE TO TRUE
                           MOVE PA-LINK-KEY TO RV-MASTER-KEY
                           MOVE PA-VALUE TO RV-VALUE
                           MOVE ZEROES TO RV-OLD-VALUE
                           MOVE PA-CATEGORY TO RV-CATEGORY
                           MOVE PA-OPERATOR-ID TO RV-OPERATOR-ID
                           PERFORM WRITE-REPLAY-RECORD
                       END-IF
                   WHEN PA-OUTCOME-UNKNOWN
                       IF PA-TIMESTAMP > WS-IMAGE-TIMESTAMP
                           ADD 1 TO WS-LEGACY-AUDIT-COUNT
                       END-IF
               END-EVALUATE
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.
           CLOSE PLAGES-AUDIT-FILE.

       READ-AUDIT-RECORD.
           READ PLAGES-AUDIT-FILE
               AT END MOVE '10' TO WS-AUDIT-STATUS
           END-READ.

       COLLECT-SUSPENSE-APPROVALS.
           OPEN INPUT PLAGES-APPROVAL-FILE.
           PERFORM READ-APPROVAL-RECORD.
           PERFORM UNTIL WS-APPROVAL-STATUS = '10'
               IF AP-TIMESTAMP > WS-COLLECT-FROM
                   MOVE SPACES TO PLAGES-RECOVERY-WORK-RECORD
                   MOVE AP-TIMESTAMP TO RV-TIMESTAMP
                   SET RV-APPROVAL TO TRUE
                   MOVE AP-KEY TO RV-MASTER-KEY
                   MOVE AP-VALUE TO RV-VALUE
                   MOVE ZEROES TO RV-OLD-VALUE
                   MOVE AP-CATEGORY TO RV-CATEGORY
                   MOVE AP-OPERATOR-ID TO RV-OPERATOR-ID
                   PERFORM WRITE-REPLAY-RECORD
               END-IF
               PERFORM READ-APPROVAL-RECORD
           END-PERFORM.
           CLOSE PLAGES-APPROVAL-FILE.

       READ-APPROVAL-RECORD.
           READ PLAGES-APPROVAL-FILE
               AT END MOVE '10' TO WS-APPROVAL-STATUS
           END-READ.

      * A history record with a zero new value is a suspense
      * rejection from 14-PlagesSuspense; it never touched the
      * master and is passed over.
       COLLECT-CORRECTIONS.
           OPEN INPUT PLAGES-HISTORY-FILE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM UNTIL WS-HISTORY-STATUS = '10'
               IF PH-NEW-VALUE > ZEROES
                   AND PH-TIMESTAMP > WS-COLLECT-FROM
                   MOVE SPACES TO PLAGES-RECOVERY-WORK-RECORD
                   MOVE PH-TIMESTAMP TO RV-TIMESTAMP
                   SET RV-CORRECTION TO TRUE
                   MOVE PH-KEY TO RV-MASTER-KEY
                   MOVE PH-NEW-VALUE TO RV-VALUE
                   MOVE PH-OLD-VALUE TO RV-OLD-VALUE
                   MOVE PH-OPERATOR-ID TO RV-OPERATOR-ID
                   MOVE PH-REASON-CODE TO RV-REASON-CODE
                   PERFORM WRITE-REPLAY-RECORD
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.
           CLOSE PLAGES-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ PLAGES-HISTORY-FILE
               AT END MOVE '10' TO WS-HISTORY-STATUS
           END-READ.

      * The running sequence keeps two changes stamped in the same
      * hundredth of a second apart, in the order they were found.
       WRITE-REPLAY-RECORD.
           ADD 1 TO WS-REPLAY-SEQUENCE.
           MOVE WS-REPLAY-SEQUENCE TO RV-SEQUENCE.
           WRITE PLAGES-RECOVERY-WORK-RECORD.

       REPLAY-IN-TIMESTAMP-ORDER.
           OPEN I-O PLAGES-MASTER-FILE.
           OPEN INPUT PLAGES-RECOVERY-WORK-FILE.
           PERFORM READ-REPLAY-RECORD.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               IF RV-TIMESTAMP > WS-IMAGE-TIMESTAMP
                   IF RV-CORRECTION
                       PERFORM REPLAY-CORRECTION
                   ELSE
                       PERFORM REPLAY-NEW-ENTRY
                   END-IF
               END-IF
               IF BALANCE-CONTROL-FOUND
                   AND RV-TIMESTAMP > WS-BALANCE-TIMESTAMP
                   PERFORM BRING-EXPECTED-FORWARD
               END-IF
               PERFORM READ-REPLAY-RECORD
           END-PERFORM.
           CLOSE PLAGES-RECOVERY-WORK-FILE.
           CLOSE PLAGES-MASTER-FILE.

       READ-REPLAY-RECORD.
           READ PLAGES-RECOVERY-WORK-FILE NEXT RECORD
               AT END MOVE '10' TO WS-WORK-STATUS
           END-READ.

      * Captures and suspense approvals are written the way 01, 07
      * and 14 write them. A record the unload caught after the
      * image timestamp is already there and is left as it is.
       REPLAY-NEW-ENTRY.
           MOVE RV-MASTER-KEY TO PM-KEY.
           MOVE RV-VALUE TO PM-VALUE.
           MOVE RV-CATEGORY TO PM-CATEGORY.
           MOVE RV-TIMESTAMP TO PM-TIMESTAMP.
           SET PM-NOT-SENT TO TRUE.
           MOVE SPACES TO PM-SENT-DATE.
           MOVE RV-OPERATOR-ID TO PM-OPERATOR-ID.
           MOVE ZEROES TO PM-AMEND-OLD-VALUE.
           MOVE SPACES TO PM-AMEND-REASON.
           MOVE SPACES TO PM-AMEND-TIMESTAMP.
           WRITE PLAGES-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   IF RV-CAPTURE
                       ADD 1 TO WS-CAPTURE-COUNT
                   ELSE
                       ADD 1 TO WS-APPROVAL-COUNT
                   END-IF
               WHEN '22'
                   ADD 1 TO WS-ON-IMAGE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REPLAY-ERROR-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE 'REPLAY WRITE FAILED' TO WS-X-TYPE
                   MOVE RV-MASTER-KEY TO WS-X-KEY
                   MOVE RV-VALUE TO WS-X-VALUE
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

      * 05 and 23 stamp the master with the correction time, so a
      * master record stamped at or after it already carries the
      * correction. Otherwise the correction goes back on and the
      * entry is queued downstream the way 23 queues it.
       REPLAY-CORRECTION.
           MOVE RV-MASTER-KEY TO PM-KEY.
           READ PLAGES-MASTER-FILE
               INVALID KEY MOVE '23' TO WS-MASTER-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS NOT = '00'
                   ADD 1 TO WS-REPLAY-ERROR-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE 'CORRECTED KEY NOT FOUND' TO WS-X-TYPE
                   MOVE RV-MASTER-KEY TO WS-X-KEY
                   MOVE RV-VALUE TO WS-X-VALUE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN PM-TIMESTAMP NOT < RV-TIMESTAMP
                   ADD 1 TO WS-ON-IMAGE-COUNT
               WHEN OTHER
                   PERFORM QUEUE-FOR-DOWNSTREAM
                   MOVE RV-VALUE TO PM-VALUE
                   MOVE RV-TIMESTAMP TO PM-TIMESTAMP
                   REWRITE PLAGES-MASTER-RECORD
                   IF WS-MASTER-STATUS = '00'
                       ADD 1 TO WS-CORRECTION-COUNT
                   ELSE
                       ADD 1 TO WS-REPLAY-ERROR-COUNT
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       MOVE 'REPLAY REWRITE FAILED' TO WS-X-TYPE
                       MOVE RV-MASTER-KEY TO WS-X-KEY
                       MOVE RV-VALUE TO WS-X-VALUE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-EVALUATE.

       QUEUE-FOR-DOWNSTREAM.
           IF PM-ACCEPTED OR PM-AMENDMENT-DUE
               OR PM-AMENDMENT-REJECTED
               IF PM-ACCEPTED
                   MOVE PM-VALUE TO PM-AMEND-OLD-VALUE
               END-IF
               MOVE RV-REASON-CODE TO PM-AMEND-REASON
               MOVE RV-TIMESTAMP TO PM-AMEND-TIMESTAMP
               SET PM-AMENDMENT-DUE TO TRUE
           ELSE
               SET PM-NOT-SENT TO TRUE
           END-IF.
           MOVE SPACES TO PM-SENT-DATE.

      * What the balance run found, plus every change made since:
      * a new entry adds one record and its value, a correction
      * moves the hash by the difference.
       BRING-EXPECTED-FORWARD.
           IF RV-CORRECTION
               ADD RV-VALUE TO WS-EXPECTED-HASH
               SUBTRACT RV-OLD-VALUE FROM WS-EXPECTED-HASH
           ELSE
               ADD 1 TO WS-EXPECTED-COUNT
               ADD RV-VALUE TO WS-EXPECTED-HASH
           END-IF.

       COUNT-REBUILT-MASTER.
           OPEN INPUT PLAGES-MASTER-FILE.
           PERFORM READ-MASTER-RECORD.
           PERFORM UNTIL WS-MASTER-STATUS = '10'
               ADD 1 TO WS-REBUILT-COUNT
               ADD PM-VALUE TO WS-REBUILT-HASH
               PERFORM READ-MASTER-RECORD
           END-PERFORM.
           CLOSE PLAGES-MASTER-FILE.

       READ-MASTER-RECORD.
           READ PLAGES-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MASTER-STATUS
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE 'PLAGES MASTER RECOVERY REPORT'
               TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE 'Run started :' TO WS-T-LABEL.
           MOVE WS-RUN-TIMESTAMP TO WS-T-TEXT.
           PERFORM WRITE-TEXT-LINE.
           MOVE SPACES TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.

       WRITE-IMAGE-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE 'Image reloaded :' TO WS-T-LABEL.
           MOVE WS-BACKUP-FILENAME TO WS-T-TEXT.
           PERFORM WRITE-TEXT-LINE.

           MOVE SPACES TO WS-TEXT-LINE.
           MOVE 'Image taken :' TO WS-T-LABEL.
           MOVE WS-IMAGE-TIMESTAMP TO WS-T-TEXT.
           PERFORM WRITE-TEXT-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Image records :' TO WS-D-LABEL.
           MOVE WS-IMAGE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Image hash (PM-VALUE) :' TO WS-D-LABEL.
           MOVE WS-IMAGE-HASH TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Newer images rejected :' TO WS-D-LABEL.
           MOVE WS-REJECTED-IMAGES TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-REPLAY-TOTALS.
           MOVE SPACES TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.
           MOVE 'FORWARD RECOVERY' TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Records loaded from image :' TO WS-D-LABEL.
           MOVE WS-LOADED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           IF WS-LOAD-ERROR-COUNT > ZEROES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'Image records not loaded :' TO WS-D-LABEL
               MOVE WS-LOAD-ERROR-COUNT TO WS-D-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Captures replayed :' TO WS-D-LABEL.
           MOVE WS-CAPTURE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Suspense approvals replayed :' TO WS-D-LABEL.
           MOVE WS-APPROVAL-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Corrections replayed :' TO WS-D-LABEL.
           MOVE WS-CORRECTION-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Changes already on image :' TO WS-D-LABEL.
           MOVE WS-ON-IMAGE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Changes not replayed :' TO WS-D-LABEL.
           MOVE WS-REPLAY-ERROR-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           IF WS-LEGACY-AUDIT-COUNT > ZEROES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'Unlinked audit rows skipped :' TO WS-D-LABEL
               MOVE WS-LEGACY-AUDIT-COUNT TO WS-D-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.
           MOVE 'CONTROL TOTALS' TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Rebuilt master records :' TO WS-D-LABEL.
           MOVE WS-REBUILT-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Rebuilt hash (PM-VALUE) :' TO WS-D-LABEL.
           MOVE WS-REBUILT-HASH TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           IF BALANCE-CONTROL-FOUND
               MOVE SPACES TO WS-TEXT-LINE
               MOVE 'Balance run used :' TO WS-T-LABEL
               MOVE WS-BALANCE-TIMESTAMP TO WS-T-TEXT
               PERFORM WRITE-TEXT-LINE

               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'Expected master records :' TO WS-D-LABEL
               MOVE WS-EXPECTED-COUNT TO WS-D-VALUE
               PERFORM WRITE-DETAIL-LINE

               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'Expected hash (PM-VALUE) :' TO WS-D-LABEL
               MOVE WS-EXPECTED-HASH TO WS-D-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-RECOVERY-VERDICT.
           MOVE SPACES TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.
           EVALUATE TRUE
               WHEN NOT BALANCE-CONTROL-FOUND
                   MOVE 'NO BALANCE CONTROL ON FILE - RUN THE BALANCE'
                       TO PLAGES-RECOVERY-LINE
               WHEN WS-REBUILT-COUNT = WS-EXPECTED-COUNT
                   AND WS-REBUILT-HASH = WS-EXPECTED-HASH
                   MOVE 'REBUILT MASTER AGREES WITH BALANCE CONTROL'
                       TO PLAGES-RECOVERY-LINE
               WHEN OTHER
                   MOVE 'REBUILT MASTER DIFFERS FROM BALANCE CONTROL'
                       TO PLAGES-RECOVERY-LINE
           END-EVALUATE.
           WRITE PLAGES-RECOVERY-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.

       WRITE-TEXT-LINE.
           MOVE WS-TEXT-LINE TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-LINE TO PLAGES-RECOVERY-LINE.
           WRITE PLAGES-RECOVERY-LINE.
