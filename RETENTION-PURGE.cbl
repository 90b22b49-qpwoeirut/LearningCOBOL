      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Purge records past their retention period - closed
      *          bank accounts with their entries on the transaction
      *          master, terminated employees, year-labeled
      *          transaction archive files, and expired report
      *          catalog entries with their report files (a file
      *          still held as a live generation in the generation
      *          catalog stays for OUTPUT-GEN to roll off) - moving
      *          them to an offline archive area and printing a
      *          destruction certificate listing exactly what went,
      *          as the auditors require
                   ALTERNATE RECORD KEY IS FS-LINKED-EMPLOYEE-SSN
                       WITH DUPLICATES
                   FILE STATUS  IS WS-USERS-FILE-STATUS.
               SELECT FS-TRANSACTION-FILE
                   ASSIGN TO "bank_transactions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TRANSACTION-KEY
                   ALTERNATE RECORD KEY IS FS-TRANSACTION-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-TRANSACTION-FILE-STATUS.
               SELECT FS-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-RCAT-FILE-STATUS.
               SELECT FS-GEN-FILE ASSIGN TO "gen_catalog.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-GEN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-RETENTION-FILE.
               05 FILLER               PIC X(170).
               05 FS-LINKED-EMPLOYEE-SSN PIC 9(09).
               05 FILLER               PIC X(38).
           FD FS-TRANSACTION-FILE.
           01 FS-TRANSACTION.
               05 FS-TRANSACTION-KEY.
                   10 FS-TRANSACTION-ACCOUNT-ID PIC 9(16).
                   10 FS-TRANSACTION-NUMBER     PIC 9(18).
               05 FILLER                     PIC X(60).
               05 FS-TRANSACTION-POSTED-DATE PIC X(8).
               05 FILLER                     PIC X(51).
           FD FS-ARCHIVE-FILE.
           01 FS-ARCHIVE-RECORD PIC X(137).
           FD FS-OFFLINE-FILE.
               05 FS-RCAT-FILENAME PIC X(60).
               05 FS-RCAT-COUNT    PIC 9(9).
               05 FS-RCAT-RUNBY    PIC X(12).
           FD FS-GEN-FILE.
           01 FS-GEN-RECORD.
               05 FS-GEN-BASE     PIC X(30).
               05 FS-GEN-NUMBER   PIC 9(4).
               05 FS-GEN-FILENAME PIC X(60).
               05 FS-GEN-CREATED  PIC X(14).
       WORKING-STORAGE SECTION.
           01 WS-RETENTION-FILE-STATUS PIC X(2).
           01 WS-CLOSED-FILE-STATUS    PIC X(2).
           01 WS-EMPLOYEE-FILE-STATUS  PIC X(2).
           01 WS-USERS-FILE-STATUS     PIC X(2).
           01 WS-TRANSACTION-FILE-STATUS PIC X(2).
           01 WS-ARCHIVE-FILENAME      PIC X(50).
           01 WS-ARCHIVE-FILE-STATUS   PIC X(2).
           01 WS-OFFLINE-FILENAME      PIC X(60).
           01 WS-RCAT-KEPT-INDEX PIC 9(3).
           01 WS-RCAT-PURGED     PIC 9(5).
           01 WS-RCAT-OVERFLOW   PIC X(3).
           01 WS-GEN-FILE-STATUS PIC X(2).
           01 WS-GEN-TABLE.
               05 WS-GEN-HELD-NAME OCCURS 500 TIMES PIC X(60).
           01 WS-GEN-COUNT       PIC 9(3).
           01 WS-GEN-INDEX       PIC 9(3).
           01 WS-GEN-HELD        PIC X(3).

           01 WS-NOW-DATA.
               05 WS-NOW-YEAR PIC 9(4).
           01 WS-FILES-PURGED  PIC 9(5).
           01 WS-RECORD-COUNT  PIC 9(9).
           01 WS-CLOSED-DATE-YEAR PIC 9(4).
           01 WS-TXN-ACCOUNT   PIC 9(16).
           01 WS-TXN-MORE      PIC X(3).
           01 WS-TXN-PURGED    PIC 9(9).

           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ID-ENTRY OCCURS 1000 TIMES PIC 9(16).
                      " closed "FS-CLOSED-DATE" destroyed"
                 DELIMITED BY SIZE INTO FS-CERT-LINE
               WRITE FS-CERT-LINE
               PERFORM PURGE-CLOSED-TRANSACTIONS-PARA
           ELSE
               IF WS-KEPT-COUNT < 500
                   ADD 1 TO WS-KEPT-COUNT
           END-IF
           .

      * the purged account's entries leave the transaction master for
      * their own offline file; each pass re-positions on the account
      * so nothing is read past a deleted record
       PURGE-CLOSED-TRANSACTIONS-PARA.
           MOVE FS-CLOSED-USER-DATA(1:16) TO WS-TXN-ACCOUNT
           MOVE 0 TO WS-TXN-PURGED
           OPEN I-O FS-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   CLOSE FS-TRANSACTION-FILE
                   EXIT PARAGRAPH
               END-IF

               MOVE "offline_closed_transactions.txt"
                 TO WS-OFFLINE-FILENAME
               OPEN EXTEND FS-OFFLINE-FILE
                   IF WS-OFFLINE-FILE-STATUS = '35'
                       OPEN OUTPUT FS-OFFLINE-FILE
                   END-IF
                   MOVE "YES" TO WS-TXN-MORE
                   PERFORM UNTIL WS-TXN-MORE = "NO"
                       PERFORM PURGE-ONE-TRANSACTION-PARA
                   END-PERFORM
               CLOSE FS-OFFLINE-FILE
               MOVE "offline_closed_accounts.txt" TO WS-OFFLINE-FILENAME
           CLOSE FS-TRANSACTION-FILE

           IF WS-TXN-PURGED > 0
               MOVE SPACES TO FS-CERT-LINE
               STRING "  with "WS-TXN-PURGED
                      " transactions removed from the master"
                 DELIMITED BY SIZE INTO FS-CERT-LINE
               WRITE FS-CERT-LINE
           END-IF
           .

       PURGE-ONE-TRANSACTION-PARA.
           MOVE "NO" TO WS-TXN-MORE
           MOVE WS-TXN-ACCOUNT TO FS-TRANSACTION-ACCOUNT-ID
           MOVE 0 TO FS-TRANSACTION-NUMBER
           START FS-TRANSACTION-FILE
             KEY IS NOT LESS THAN FS-TRANSACTION-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ FS-TRANSACTION-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF FS-TRANSACTION-ACCOUNT-ID NOT = WS-TXN-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-OFFLINE-RECORD
           MOVE FS-TRANSACTION TO FS-OFFLINE-RECORD
           WRITE FS-OFFLINE-RECORD
           DELETE FS-TRANSACTION-FILE RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY - "FS-TRANSACTION-NUMBER
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-TXN-PURGED
           MOVE "YES" TO WS-TXN-MORE
           .

       REWRITE-KEPT-CLOSED-PARA.
           MOVE WS-KEPT-ENTRY(WS-KEPT-INDEX) TO FS-CLOSED-RECORD
           WRITE FS-CLOSED-RECORD
           CLOSE FS-OFFLINE-FILE

           MOVE SPACES TO FS-CERT-LINE
           STRING "EMPLOYEE ****"FS-EMPLOYEE-SSN(6:4)" "
                  FS-EMPLOYEE-NAME(1:30)" terminated "
                  FS-EMPLOYEE-TERM-YEAR" destroyed"
             DELIMITED BY SIZE INTO FS-CERT-LINE

           DELETE FS-EMPLOYEE-FILE RECORD
               INVALID KEY
                   DISPLAY "Unable to delete ****"
                     FS-EMPLOYEE-SSN(6:4)
           END-DELETE
           .

                                   MOVE "YES" TO WS-ID-OVERFLOW
                                   DISPLAY "Archive sweep ID table is
      -                                "full - the sweep is TRUNCATED
      -                                " starting at account ****"
                                     FS-USER-ID(13:4)
                               END-IF
                           END-IF
                   END-READ
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-GENERATIONS-PARA

           MOVE 0 TO WS-RCAT-KEPT-COUNT
           MOVE "NO" TO WS-RCAT-OVERFLOW
           MOVE "NO" TO WS-EOF
           END-IF

           ADD 1 TO WS-RCAT-PURGED
           MOVE "NO" TO WS-GEN-HELD
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
               IF WS-GEN-HELD-NAME(WS-GEN-INDEX) = FS-RCAT-FILENAME
                   MOVE "YES" TO WS-GEN-HELD
               END-IF
           END-PERFORM
           IF WS-GEN-HELD = "YES"
               MOVE SPACES TO FS-CERT-LINE
               STRING "REPORT "FS-RCAT-TYPE" "FS-RCAT-DATE" "
                      FS-RCAT-FILENAME(1:40)" entry only - live gen"
                 DELIMITED BY SIZE INTO FS-CERT-LINE
               WRITE FS-CERT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FS-RCAT-FILENAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           MOVE SPACES TO FS-CERT-LINE
           WRITE FS-CERT-LINE
           .

      * the generations OUTPUT-GEN still holds are its to roll off
       LOAD-GENERATIONS-PARA.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-GEN-FILE
               IF WS-GEN-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-GEN-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-GEN-COUNT < 500
                               ADD 1 TO WS-GEN-COUNT
                               MOVE FS-GEN-FILENAME
                                 TO WS-GEN-HELD-NAME(WS-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-GEN-FILE
           .

       REWRITE-KEPT-CATALOG-PARA.
           MOVE WS-RCAT-KEPT-ENTRY(WS-RCAT-KEPT-INDEX)
             TO FS-RCAT-RECORD
