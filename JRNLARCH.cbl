               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-HISTORY
               ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JHST-KEY
               FILE STATUS IS WS-JHST-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BUSNDATE

       FD  TRANS-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           COPY JRNLREC.

      *****************************************************************
      *    HISTORY-IN IS THE OLD SEQUENTIAL HISTORY, WRITTEN IN THE
      *    54-BYTE JOURNAL LAYOUT THAT PRECEDED THE REVERSAL LINK.
      *****************************************************************
       FD  HISTORY-IN
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  HISTORY-IN-RECORD.
           05  HSTI-ACCOUNT-NUMBER    PIC X(10).
           05  HSTI-TRANS-TYPE        PIC X.
           05  HSTI-AMOUNT            PIC S9(12)V99 COMP-3.
           05  HSTI-BALANCE-BEFORE    PIC S9(12)V99 COMP-3.
           05  HSTI-BALANCE-AFTER     PIC S9(12)V99 COMP-3.
           05  HSTI-POST-DATE         PIC 9(08).
           05  HSTI-SEQUENCE-NO       PIC 9(06).
           05  HSTI-BRANCH-CODE       PIC X(03).
           05  FILLER                 PIC X(02).

       FD  JOURNAL-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-HISTORY-RECORD.
           COPY JHSTREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           88  HISTORY-EOF            VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG           PIC X VALUE 'N'.
           88  JRNL-EOF               VALUE 'Y'.
       01  WS-PURGE-EOF-FLAG          PIC X VALUE 'N'.
           88  PURGE-EOF              VALUE 'Y'.
       01  WS-STORED-FLAG             PIC X VALUE 'N'.
           88  HISTORY-STORED         VALUE 'Y'.

       01  WS-JHST-STATUS             PIC XX.

       01  WS-RETENTION-DAYS          PIC 9(05) VALUE 0.
       01  WS-CUTOFF-DATE             PIC 9(08) VALUE 0.
       01  WS-HISTORY-PURGED          PIC 9(07) VALUE 0.
       01  WS-JOURNAL-ARCHIVED        PIC 9(07) VALUE 0.
       01  WS-OTHER-DATE-COUNT        PIC 9(07) VALUE 0.
       01  WS-CONVERT-READ            PIC 9(07) VALUE 0.
       01  WS-CONVERT-LOADED          PIC 9(07) VALUE 0.
       01  WS-CONVERT-EXPIRED         PIC 9(07) VALUE 0.
       01  WS-ALREADY-ARCHIVED        PIC 9(07) VALUE 0.

       01  WS-ARCHIVE-JOURNAL.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==ARCJ==.

       01  WS-LEG-POST-DATE           PIC 9(08) VALUE 0.
       01  WS-LEG-SEQUENCE-NO         PIC 9(06) VALUE 0.
       01  WS-LEG-COUNT               PIC 9(02) VALUE 0.
       01  WS-LEG-MAX                 PIC 9(02) VALUE 20.
       01  WS-LEG-SUB                 PIC 9(02) VALUE 0.
       01  WS-LEG-FOUND-SUB           PIC 9(02) VALUE 0.
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY           OCCURS 20 TIMES.
               10  LGT-ACCOUNT-NUMBER PIC X(10).
               10  LGT-LEG-COUNT      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-PARAMETERS

           OPEN I-O JOURNAL-HISTORY
           IF WS-JHST-STATUS NOT = '00' AND WS-JHST-STATUS NOT = '05'
               DISPLAY 'Error: Journal history not available - '
                   WS-JHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PURGE-EXPIRED-HISTORY
           PERFORM CONVERT-SEQUENTIAL-HISTORY

           MOVE 0 TO WS-LEG-SEQUENCE-NO
           MOVE 0 TO WS-LEG-POST-DATE
           OPEN INPUT TRANS-JOURNAL
           PERFORM UNTIL JRNL-EOF
               READ TRANS-JOURNAL
           END-PERFORM
           CLOSE TRANS-JOURNAL

           CLOSE JOURNAL-HISTORY

           DISPLAY 'Journal archive run complete'
           DISPLAY 'History records read: ' WS-HISTORY-READ
           DISPLAY 'History records kept: ' WS-HISTORY-KEPT
           DISPLAY 'History records purged: ' WS-HISTORY-PURGED
           IF WS-CONVERT-READ > 0
               DISPLAY 'Sequential history records read: '
                   WS-CONVERT-READ
               DISPLAY 'Sequential history records loaded: '
                   WS-CONVERT-LOADED
               DISPLAY 'Sequential history records expired: '
                   WS-CONVERT-EXPIRED
           END-IF
           DISPLAY 'Journal records archived: ' WS-JOURNAL-ARCHIVED
           DISPLAY 'Journal records other dates: '
               WS-OTHER-DATE-COUNT
           DISPLAY 'Records already in history: ' WS-ALREADY-ARCHIVED
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
           DISPLAY 'Purging history posted before: ' WS-CUTOFF-DATE.

      *****************************************************************
      *    PURGE-EXPIRED-HISTORY - THE HISTORY IS KEYED BY ACCOUNT
      *    FIRST, SO RECORDS POSTED BEFORE THE CUTOFF ARE SPREAD
      *    THROUGH THE WHOLE FILE. ONE PASS IN KEY ORDER DELETES THEM
      *    IN PLACE; NOTHING ELSE IN THE FILE IS REWRITTEN.
      *****************************************************************
       PURGE-EXPIRED-HISTORY SECTION.
           MOVE LOW-VALUES TO JHST-KEY
           START JOURNAL-HISTORY KEY IS NOT LESS THAN JHST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PURGE-EOF-FLAG
           END-START
           PERFORM UNTIL PURGE-EOF
               READ JOURNAL-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PURGE-EOF-FLAG
                   NOT AT END
                       PERFORM PURGE-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.

       PURGE-ONE-HISTORY-RECORD SECTION.
           ADD 1 TO WS-HISTORY-READ
           IF JHST-POST-DATE < WS-CUTOFF-DATE
               DELETE JOURNAL-HISTORY RECORD
                   INVALID KEY
                       DISPLAY 'Error: History delete failed - '
                           JHST-KEY ' ' WS-JHST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-HISTORY-PURGED
           ELSE
               ADD 1 TO WS-HISTORY-KEPT
           END-IF.

      *****************************************************************
      *    CONVERT-SEQUENTIAL-HISTORY - JHISTOLD IS THE SEQUENTIAL
      *    HISTORY FILE THE KEYED HISTORY REPLACES. WHEN IT IS SUPPLIED
      *    ITS RECORDS STILL INSIDE THE RETENTION PERIOD ARE LOADED,
      *    SO THE CUTOVER NIGHT CARRIES THE RETAINED HISTORY ACROSS.
      *    THEY PREDATE THE REVERSAL LINK, SO EACH IS MOVED FIELD BY
      *    FIELD INTO THE CURRENT JOURNAL LAYOUT WITH NO LINK SET;
      *    ON EVERY OTHER NIGHT THE DD IS ABSENT AND NOTHING IS READ.
      *    LOADING IT TWICE IS HARMLESS - STORE-HISTORY-RECORD SKIPS
      *    A KEY ALREADY ON FILE.
      *****************************************************************
       CONVERT-SEQUENTIAL-HISTORY SECTION.
           MOVE 0 TO WS-LEG-SEQUENCE-NO
           MOVE 0 TO WS-LEG-POST-DATE
           OPEN INPUT HISTORY-IN
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-IN
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-IN.

       CONVERT-ONE-HISTORY-RECORD SECTION.
           ADD 1 TO WS-CONVERT-READ
           IF HSTI-POST-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-CONVERT-EXPIRED
           ELSE
               MOVE SPACES              TO WS-ARCHIVE-JOURNAL
               MOVE HSTI-ACCOUNT-NUMBER TO ARCJ-ACCOUNT-NUMBER
               MOVE HSTI-TRANS-TYPE     TO ARCJ-TRANS-TYPE
               MOVE HSTI-AMOUNT         TO ARCJ-AMOUNT
               MOVE HSTI-BALANCE-BEFORE TO ARCJ-BALANCE-BEFORE
               MOVE HSTI-BALANCE-AFTER  TO ARCJ-BALANCE-AFTER
               MOVE HSTI-POST-DATE      TO ARCJ-POST-DATE
               MOVE HSTI-SEQUENCE-NO    TO ARCJ-SEQUENCE-NO
               MOVE HSTI-BRANCH-CODE    TO ARCJ-BRANCH-CODE
               MOVE 0                   TO ARCJ-REVERSAL-OF-DATE
               MOVE 0                   TO ARCJ-REVERSAL-OF-SEQ
               MOVE SPACE               TO ARCJ-REVERSAL-OF-TYPE
               PERFORM STORE-HISTORY-RECORD
               IF HISTORY-STORED
                   ADD 1 TO WS-CONVERT-LOADED
               END-IF
           END-IF.

      *****************************************************************
      *    ARCHIVE-ONE-JOURNAL-RECORD - ONLY RECORDS POSTED UNDER
      *    THIS CYCLE'S BUSINESS DATE ARE LOADED. A RECORD CARRYING
      *    ANOTHER DATE BELONGS TO AN EARLIER DAY OF A MULTI-DAY
      *    JOURNAL AND WAS ARCHIVED THE NIGHT IT POSTED.
      *****************************************************************
       ARCHIVE-ONE-JOURNAL-RECORD SECTION.
           IF JRNL-POST-DATE = WS-BUSINESS-DATE
               MOVE JOURNAL-RECORD TO WS-ARCHIVE-JOURNAL
               PERFORM STORE-HISTORY-RECORD
               IF HISTORY-STORED
                   ADD 1 TO WS-JOURNAL-ARCHIVED
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-DATE-COUNT
           END-IF.

      *****************************************************************
      *    STORE-HISTORY-RECORD - WRITES WS-ARCHIVE-JOURNAL UNDER ITS
      *    HISTORY KEY. THE LEG NUMBER DEPENDS ONLY ON THE ORDER OF
      *    THE LEGS IN THE INPUT, SO A RERUN OF THE SAME NIGHT BUILDS
      *    THE SAME KEYS AGAIN: A DUPLICATE KEY MEANS THE RECORD IS
      *    ALREADY IN HISTORY AND IT IS COUNTED AND SKIPPED, NOT
      *    LOADED A SECOND TIME. HISTORY-STORED IS SET ONLY WHEN THE
      *    RECORD WAS ADDED.
      *****************************************************************
       STORE-HISTORY-RECORD SECTION.
           MOVE 'N' TO WS-STORED-FLAG
           PERFORM ASSIGN-LEG-NUMBER

           MOVE SPACES TO JOURNAL-HISTORY-RECORD
           MOVE ARCJ-ACCOUNT-NUMBER TO JHST-ACCOUNT-NUMBER
           MOVE ARCJ-POST-DATE      TO JHST-POST-DATE
           MOVE ARCJ-SEQUENCE-NO    TO JHST-SEQUENCE-NO
           MOVE LGT-LEG-COUNT (WS-LEG-FOUND-SUB) TO JHST-LEG-NO
           MOVE WS-ARCHIVE-JOURNAL  TO JHST-JOURNAL-IMAGE

           WRITE JOURNAL-HISTORY-RECORD
               INVALID KEY
                   IF WS-JHST-STATUS = '22'
                       ADD 1 TO WS-ALREADY-ARCHIVED
                   ELSE
                       DISPLAY 'Error: History write failed - '
                           JHST-KEY ' ' WS-JHST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STORED-FLAG
           END-WRITE.

      *****************************************************************
      *    ASSIGN-LEG-NUMBER - THE LEGS OF ONE TRANSACTION ARE ALWAYS
      *    JOURNALED TOGETHER, SO THE LEG TABLE ONLY HAS TO SPAN ONE
      *    POST DATE AND SEQUENCE AT A TIME AND IS CLEARED WHEN THEY
      *    CHANGE. LEAVES WS-LEG-FOUND-SUB ON THIS ACCOUNT'S ENTRY,
      *    WHOSE COUNT IS THE LEG NUMBER FOR THE RECORD.
      *****************************************************************
       ASSIGN-LEG-NUMBER SECTION.
           IF ARCJ-POST-DATE NOT = WS-LEG-POST-DATE
               OR ARCJ-SEQUENCE-NO NOT = WS-LEG-SEQUENCE-NO
               MOVE ARCJ-POST-DATE TO WS-LEG-POST-DATE
               MOVE ARCJ-SEQUENCE-NO TO WS-LEG-SEQUENCE-NO
               MOVE 0 TO WS-LEG-COUNT
           END-IF

           MOVE 0 TO WS-LEG-FOUND-SUB
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-LEG-COUNT
               OR WS-LEG-FOUND-SUB > 0
               IF LGT-ACCOUNT-NUMBER (WS-LEG-SUB)
                       = ARCJ-ACCOUNT-NUMBER
                   MOVE WS-LEG-SUB TO WS-LEG-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-LEG-FOUND-SUB = 0
               IF WS-LEG-COUNT >= WS-LEG-MAX
                   DISPLAY 'Error: Leg table full - '
                       ARCJ-POST-DATE ' ' ARCJ-SEQUENCE-NO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LEG-COUNT
               MOVE WS-LEG-COUNT TO WS-LEG-FOUND-SUB
               MOVE ARCJ-ACCOUNT-NUMBER
                   TO LGT-ACCOUNT-NUMBER (WS-LEG-FOUND-SUB)
               MOVE 0 TO LGT-LEG-COUNT (WS-LEG-FOUND-SUB)
           END-IF
           ADD 1 TO LGT-LEG-COUNT (WS-LEG-FOUND-SUB).
