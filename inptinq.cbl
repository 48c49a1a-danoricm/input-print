000332* 2026-09-03  DRO  THE HISTORY DISPLAY NOW SHOWS THE NEW TYPE
000334*                  "R" (REINSTATE) LOG RECORDS AS THEIR OWN
000336*                  ACTION RATHER THAN "UNKNOWN".
      * 2026-10-15  DRO  A BACKOUT ("B" STATUS) LOG RECORD WRITTEN BY
      *                  INPTBOUT NOW SHOWS AS "BACKOUT" RATHER THAN
      *                  FALLING INTO "REJECTED".
      * 2026-10-15  DRO  TYPE "N" (NOTE) LOG RECORDS SHOW AS "NOTE", AND
      *                  THE ENTRY'S NOTES ON THE INPTNOTE FILE ARE
      *                  LISTED AFTER ITS HISTORY (3000), WITHDRAWN
      *                  NOTES FLAGGED AS SUCH.  NO INPTNOTE FILE YET
      *                  SIMPLY MEANS NO NOTES.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000480     SELECT INPTIRPT-FILE ASSIGN TO INPTIRPT
000490         ORGANIZATION IS SEQUENTIAL.
000500
000501     SELECT INPTNOTE-FILE ASSIGN TO INPTNOTE
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS NOTE-KEY
000505         FILE STATUS IS INQ-NOTE-FILE-STATUS.
000506
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  INPTLOG-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  INPTIRPT-LINE              PIC X(80).
000620
000622 FD  INPTNOTE-FILE
000624     LABEL RECORDS ARE STANDARD.
000626     COPY INPTNOTE.
000628
000630 WORKING-STORAGE SECTION.
000640 77  INQ-MODE-SWITCH            PIC X(01) VALUE "I".
000650     88  INQ-MODE-INTERACTIVE   VALUE "I".
000680 77  INQ-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
000690     88  INQ-LOG-EOF-YES        VALUE "Y".
000700
000701 77  INQ-NOTE-FILE-STATUS       PIC X(02) VALUE SPACES.
000702 77  INQ-NOTE-EOF-SWITCH        PIC X(01) VALUE "N".
000703     88  INQ-NOTE-EOF-YES       VALUE "Y".
000704 77  INQ-NOTE-COUNT             PIC 9(04) COMP VALUE 0.
000705 77  INQ-EDIT-NOTE-STATUS       PIC X(09).
000706
000710 77  INQ-ENTRY-ID               PIC 9(06) VALUE 0.
000720 77  INQ-MATCH-COUNT            PIC 9(04) COMP VALUE 0.
000730 77  INQ-EDIT-RUN-DATE          PIC 9(08).
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940     PERFORM 2200-READ-LOG-RECORD THRU 2200-EXIT
000950         UNTIL INQ-LOG-EOF-YES.
000955     PERFORM 3000-LIST-NOTES THRU 3000-EXIT.
000960     PERFORM 7000-PRODUCE-TRAILER THRU 7000-EXIT.
000970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000980     STOP RUN.
001550             MOVE "DELETE" TO INQ-EDIT-TYPE
001552         WHEN LOG-TYPE-REINSTATE
001554             MOVE "REINSTATE" TO INQ-EDIT-TYPE
001556         WHEN LOG-TYPE-NOTE
001558             MOVE "NOTE" TO INQ-EDIT-TYPE
001560         WHEN OTHER
001570             MOVE "UNKNOWN" TO INQ-EDIT-TYPE
001580     END-EVALUATE.
001590     EVALUATE TRUE
001600         WHEN LOG-STATUS-ACCEPTED
001610             MOVE "ACCEPTED" TO INQ-EDIT-STATUS
001613         WHEN LOG-STATUS-BACKOUT
001616             MOVE "BACKOUT" TO INQ-EDIT-STATUS
001620         WHEN OTHER
001625             MOVE "REJECTED" TO INQ-EDIT-STATUS
001630     END-EVALUATE.
001640     IF LOG-POSSIBLE-DUPLICATE
001650         MOVE "DUPLICATE" TO INQ-EDIT-DUPLICATE
001660     ELSE
001840 2300-EXIT.
001850     EXIT.
001860
      *----------------------------------------------------------------
      * 3000-LIST-NOTES
      *     LIST THE ENTRY'S NOTES FROM INPTNOTE IN SEQUENCE ORDER -
      *     ONE LINE FOR THE SEQUENCE, NOTE DATE, OPERATOR AND STATUS,
      *     THEN THE TEXT INDENTED BENEATH IT OVER TWO LINES.  THE
      *     FILE IS OPENED HERE RATHER THAN IN 1000 SO A SITE THAT HAS
      *     NEVER FILED A NOTE (STATUS "35") STILL GETS ITS HISTORY.
      *----------------------------------------------------------------
       3000-LIST-NOTES.
           OPEN INPUT INPTNOTE-FILE.
           IF INQ-NOTE-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE INQ-ENTRY-ID TO NOTE-ENTRY-ID.
           MOVE 0 TO NOTE-SEQUENCE.
           START INPTNOTE-FILE KEY NOT LESS THAN NOTE-KEY
               INVALID KEY
                   SET INQ-NOTE-EOF-YES TO TRUE
           END-START.
           PERFORM 3100-READ-NOTE-RECORD THRU 3100-EXIT
               UNTIL INQ-NOTE-EOF-YES.
           CLOSE INPTNOTE-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-READ-NOTE-RECORD
      *----------------------------------------------------------------
       3100-READ-NOTE-RECORD.
           READ INPTNOTE-FILE NEXT RECORD
               AT END
                   SET INQ-NOTE-EOF-YES TO TRUE
               NOT AT END
                   IF NOTE-ENTRY-ID NOT = INQ-ENTRY-ID
                       SET INQ-NOTE-EOF-YES TO TRUE
                   ELSE
                       ADD 1 TO INQ-NOTE-COUNT
                       PERFORM 3200-WRITE-NOTE-LINES THRU 3200-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-NOTE-LINES
      *----------------------------------------------------------------
       3200-WRITE-NOTE-LINES.
           IF INQ-NOTE-COUNT = 1
               MOVE SPACES TO INPTIRPT-LINE
               WRITE INPTIRPT-LINE
               MOVE SPACES TO INPTIRPT-LINE
               STRING "NOTE  NOTE DATE OPERATOR  STATUS"
                   DELIMITED BY SIZE INTO INPTIRPT-LINE
               WRITE INPTIRPT-LINE
               IF INQ-MODE-INTERACTIVE
                   DISPLAY INPTIRPT-LINE UPON CONSOLE
               END-IF
           END-IF.
           IF NOTE-STATUS-WITHDRAWN
               MOVE "WITHDRAWN" TO INQ-EDIT-NOTE-STATUS
           ELSE
               MOVE SPACES TO INQ-EDIT-NOTE-STATUS
           END-IF.
           MOVE SPACES TO INPTIRPT-LINE.
           STRING NOTE-SEQUENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NOTE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NOTE-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INQ-EDIT-NOTE-STATUS DELIMITED BY SIZE
               INTO INPTIRPT-LINE.
           WRITE INPTIRPT-LINE.
           IF INQ-MODE-INTERACTIVE
               DISPLAY INPTIRPT-LINE UPON CONSOLE
           END-IF.
           MOVE SPACES TO INPTIRPT-LINE.
           STRING "      " DELIMITED BY SIZE
               NOTE-TEXT (1:70) DELIMITED BY SIZE
               INTO INPTIRPT-LINE.
           WRITE INPTIRPT-LINE.
           IF INQ-MODE-INTERACTIVE
               DISPLAY INPTIRPT-LINE UPON CONSOLE
           END-IF.
           IF NOTE-TEXT (71:15) NOT = SPACES
               MOVE SPACES TO INPTIRPT-LINE
               STRING "      " DELIMITED BY SIZE
                   NOTE-TEXT (71:15) DELIMITED BY SIZE
                   INTO INPTIRPT-LINE
               WRITE INPTIRPT-LINE
               IF INQ-MODE-INTERACTIVE
                   DISPLAY INPTIRPT-LINE UPON CONSOLE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

001870*----------------------------------------------------------------
001880* 7000-PRODUCE-TRAILER
001890*----------------------------------------------------------------
