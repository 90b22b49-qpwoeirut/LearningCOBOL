                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT FS-ALERT-FILE ASSIGN TO "ops_alerts.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FS-ALERT-ID
                   FILE STATUS IS WS-ALERT-FILE-STATUS.
               SELECT FS-ALERT-CTL-FILE ASSIGN TO "ops_alert.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-ALERT-CTL-STATUS.
               SELECT FS-CONTACT-FILE ASSIGN TO "ops_contacts.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CONTACT-FILE-STATUS.
               SELECT FS-ESCALATE-FILE ASSIGN TO "ops_escalations.txt"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-ESCALATE-FILE-STATUS.
               SELECT FS-SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-OPS-FILE.
               05 FS-OPS-SEVERITY  PIC X(1).
               05 FS-OPS-PROGRAM   PIC X(12).
               05 FS-OPS-MESSAGE   PIC X(60).
               05 FS-OPS-CHAIN     PIC 9(12).

           FD FS-REPORT-FILE.
           01 FS-REPORT-LINE PIC X(100).

      * the alert queue OPS-LOG opens for every error or fatal message
      * - status O open, C closed
           FD FS-ALERT-FILE.
           01 FS-ALERT-RECORD.
               05 FS-ALERT-ID           PIC 9(8).
               05 FS-ALERT-OPENED       PIC X(14).
               05 FS-ALERT-SEVERITY     PIC X(1).
               05 FS-ALERT-PROGRAM      PIC X(12).
               05 FS-ALERT-MESSAGE      PIC X(60).
               05 FS-ALERT-STATUS       PIC X(1).
               05 FS-ALERT-ESCALATED    PIC X(1).
               05 FS-ALERT-ESCALATED-AT PIC X(14).
               05 FS-ALERT-ACK-AT       PIC X(14).
               05 FS-ALERT-ACK-BY       PIC X(3).
               05 FS-ALERT-NOTE         PIC X(60).

      * minutes an alert may sit unacknowledged before it escalates
           FD FS-ALERT-CTL-FILE.
           01 FS-ALERT-CTL-RECORD.
               05 FS-ACTL-ESCALATE-MINUTES PIC 9(4).

      * the second-level contacts an overdue alert escalates to
           FD FS-CONTACT-FILE.
           01 FS-CONTACT-RECORD.
               05 FS-CONTACT-NAME  PIC X(30).
               05 FS-CONTACT-PHONE PIC X(20).

      * one record per contact per escalated alert, for whoever (or
      * whatever) does the calling
           FD FS-ESCALATE-FILE.
           01 FS-ESCALATE-RECORD.
               05 FS-ESC-STAMP    PIC X(14).
               05 FS-ESC-ALERT-ID PIC 9(8).
               05 FS-ESC-CONTACT  PIC X(30).
               05 FS-ESC-PHONE    PIC X(20).
               05 FS-ESC-SEVERITY PIC X(1).
               05 FS-ESC-PROGRAM  PIC X(12).
               05 FS-ESC-MESSAGE  PIC X(60).

           FD FS-SUMMARY-FILE.
           01 FS-SUMMARY-LINE PIC X(150).
       WORKING-STORAGE SECTION.
           01 WS-OPS-FILE-STATUS    PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-ERROR-COUNT        PIC 9(6) VALUE 0.
           01 WS-WARN-COUNT         PIC 9(6) VALUE 0.
           01 WS-RECORD-DATE        PIC 9(8).

           01 WS-ALERT-FILE-STATUS    PIC X(2).
           01 WS-ALERT-CTL-STATUS     PIC X(2).
           01 WS-CONTACT-FILE-STATUS  PIC X(2).
           01 WS-ESCALATE-FILE-STATUS PIC X(2).
           01 WS-SUMMARY-FILE-STATUS  PIC X(2).
           01 WS-SUMMARY-FILENAME     PIC X(60).
           01 WS-UNATTENDED           PIC X(1).
           01 WS-MENU-CHOICE          PIC X(1).
           01 WS-ALERT-EOF            PIC X(3).
           01 WS-ACK-ID               PIC 9(8).
           01 WS-ACK-INITIALS         PIC X(3).
           01 WS-ACK-NOTE             PIC X(60).
           01 WS-ESCALATE-MINUTES     PIC 9(4).
           01 WS-OPEN-COUNT           PIC 9(6).
           01 WS-ESCALATED-COUNT      PIC 9(6).
           01 WS-CLOSED-COUNT         PIC 9(6).
           01 WS-ACK-TOTAL-MINUTES    PIC 9(9).
           01 WS-ACK-AVERAGE          PIC 9(6).
           01 WS-SUMMARY-DATE         PIC 9(8).

           01 WS-CONTACT-TABLE.
               05 WS-CONTACT-ENTRY OCCURS 20 TIMES.
                   10 WS-CT-NAME  PIC X(30).
                   10 WS-CT-PHONE PIC X(20).
           01 WS-CONTACT-COUNT        PIC 9(2).
           01 WS-CONTACT-INDEX        PIC 9(2).

      * timestamps are turned into minutes on the DATE-TO-DAYS scale
      * so ages and response times come out right across midnight
           01 WS-NOW-STAMP            PIC X(16).
           01 WS-CONVERT-STAMP        PIC X(14).
           01 WS-CONVERT-STAMP-R REDEFINES WS-CONVERT-STAMP.
               05 WS-CS-YEAR   PIC 9(4).
               05 WS-CS-MONTH  PIC 9(2).
               05 WS-CS-DAY    PIC 9(2).
               05 WS-CS-HOUR   PIC 9(2).
               05 WS-CS-MINUTE PIC 9(2).
               05 WS-CS-SECOND PIC 9(2).
           01 WS-CONVERT-DAYS         PIC 9(9).
           01 WS-CONVERT-MINUTES      PIC 9(11).
           01 WS-NOW-MINUTES          PIC 9(11).
           01 WS-OPENED-MINUTES       PIC 9(11).
           01 WS-ALERT-AGE            PIC 9(9).
           01 WS-ALERT-AGE-EDIT       PIC Z(6)9.
           01 WS-ACK-MINUTES          PIC 9(9).
           01 WS-ACK-MINUTES-TEXT     PIC X(8).
           01 WS-ACK-MINUTES-EDIT     PIC Z(6)9.

           01 WS-OPS-SEVERITY         PIC X(1).
           01 WS-OPS-PROGRAM          PIC X(12) VALUE "OPS-BROWSE".
           01 WS-OPS-MESSAGE          PIC X(60).
           01 WS-VERIFY-RESULT        PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * run unattended (from the night run or a scheduler) it only
      * sweeps the alert queue for overdue alerts
           MOVE SPACE TO WS-UNATTENDED
           ACCEPT WS-UNATTENDED FROM ENVIRONMENT "SHOP_UNATTENDED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-UNATTENDED = "Y"
               PERFORM ESCALATE-ALERTS-PARA
               STOP RUN
           END-IF

           DISPLAY "1) Browse the ops log"
           DISPLAY "2) Open alerts - acknowledge"
           DISPLAY "3) Escalate overdue alerts now"
           DISPLAY "4) Daily alert summary"
           DISPLAY "5) Verify the log chains"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM BROWSE-LOG-PARA
               WHEN "2"
                   PERFORM ESCALATE-ALERTS-PARA
                   PERFORM OPEN-ALERTS-PARA
               WHEN "3"
                   PERFORM ESCALATE-ALERTS-PARA
               WHEN "4"
                   PERFORM ALERT-SUMMARY-PARA
               WHEN "5"
                   PERFORM VERIFY-CHAINS-PARA
               WHEN OTHER
                   DISPLAY "Unknown choice"
           END-EVALUATE

           STOP RUN.

       BROWSE-LOG-PARA.
           DISPLAY "Show which date (yyyymmdd, 0 for all)?"
           ACCEPT WS-FILTER-DATE
           DISPLAY "Which program (blank for all)?"
           ACCEPT WS-FILTER-PROGRAM
           MOVE FUNCTION UPPER-CASE(WS-FILTER-PROGRAM)
             TO WS-FILTER-PROGRAM
           DISPLAY "Which severity - I, W, E, F (blank for all)?"
           ACCEPT WS-FILTER-SEVERITY
           MOVE FUNCTION UPPER-CASE(WS-FILTER-SEVERITY)
             TO WS-FILTER-SEVERITY

           DISPLAY "Messages shown: "WS-MATCH-COUNT" ("WS-ERROR-COUNT
             " errors, "WS-WARN-COUNT" warnings)"
           .

       CHECK-ONE-RECORD-PARA.
           MOVE FS-OPS-TIMESTAMP(1:8) TO WS-RECORD-DATE
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           IF FS-OPS-SEVERITY = "E" OR FS-OPS-SEVERITY = "F"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF FS-OPS-SEVERITY = "W"
           END-IF
           .

      * every open alert with its age; the operator closes one by
      * number with their initials and what was done about it
       OPEN-ALERTS-PARA.
           PERFORM GET-NOW-MINUTES-PARA
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "NO" TO WS-ALERT-EOF
           OPEN INPUT FS-ALERT-FILE
               IF WS-ALERT-FILE-STATUS NOT = "00"
                   DISPLAY "No alerts on file"
                   MOVE "YES" TO WS-ALERT-EOF
               ELSE
                   MOVE 0 TO FS-ALERT-ID
                   START FS-ALERT-FILE KEY IS NOT LESS THAN FS-ALERT-ID
                       INVALID KEY
                           MOVE "YES" TO WS-ALERT-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-ALERT-EOF = "YES"
                   READ FS-ALERT-FILE NEXT
                       AT END
                           MOVE "YES" TO WS-ALERT-EOF
                       NOT AT END
                           PERFORM SHOW-OPEN-ALERT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-ALERT-FILE

           IF WS-OPEN-COUNT = 0
               DISPLAY "No open alerts"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Open alerts: "WS-OPEN-COUNT

           MOVE 1 TO WS-ACK-ID
           PERFORM UNTIL WS-ACK-ID = 0
               DISPLAY "Alert number to acknowledge (0 to finish)?"
               ACCEPT WS-ACK-ID
               IF WS-ACK-ID NOT = 0
                   PERFORM ACKNOWLEDGE-ALERT-PARA
               END-IF
           END-PERFORM
           .

       SHOW-OPEN-ALERT-PARA.
           IF FS-ALERT-STATUS NOT = "O"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           PERFORM ALERT-AGE-PARA
           MOVE WS-ALERT-AGE TO WS-ALERT-AGE-EDIT
           IF FS-ALERT-ESCALATED = "Y"
               DISPLAY FS-ALERT-ID" "FS-ALERT-OPENED(5:2)"/"
                 FS-ALERT-OPENED(7:2)" "FS-ALERT-OPENED(9:2)":"
                 FS-ALERT-OPENED(11:2)" "FS-ALERT-SEVERITY" "
                 FS-ALERT-PROGRAM" open "
                 FUNCTION TRIM(WS-ALERT-AGE-EDIT)" min - ESCALATED"
           ELSE
               DISPLAY FS-ALERT-ID" "FS-ALERT-OPENED(5:2)"/"
                 FS-ALERT-OPENED(7:2)" "FS-ALERT-OPENED(9:2)":"
                 FS-ALERT-OPENED(11:2)" "FS-ALERT-SEVERITY" "
                 FS-ALERT-PROGRAM" open "
                 FUNCTION TRIM(WS-ALERT-AGE-EDIT)" min"
           END-IF
           DISPLAY "         "FS-ALERT-MESSAGE
           .

       ACKNOWLEDGE-ALERT-PARA.
           OPEN I-O FS-ALERT-FILE
               IF WS-ALERT-FILE-STATUS NOT = "00"
                   DISPLAY "Alert queue is not available"
                   CLOSE FS-ALERT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACK-ID TO FS-ALERT-ID
               READ FS-ALERT-FILE
                   INVALID KEY
                       DISPLAY "No alert "WS-ACK-ID" on file"
                   NOT INVALID KEY
                       PERFORM CLOSE-ALERT-PARA
               END-READ
           CLOSE FS-ALERT-FILE
           .

       CLOSE-ALERT-PARA.
           IF FS-ALERT-STATUS NOT = "O"
               DISPLAY "Alert "FS-ALERT-ID" was already closed by "
                 FS-ALERT-ACK-BY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Your initials:"
           ACCEPT WS-ACK-INITIALS
           MOVE FUNCTION UPPER-CASE(WS-ACK-INITIALS) TO WS-ACK-INITIALS
           IF WS-ACK-INITIALS = SPACES
               DISPLAY "Initials are required - alert left open"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution note:"
           ACCEPT WS-ACK-NOTE
           IF WS-ACK-NOTE = SPACES
               DISPLAY "A resolution note is required - alert left ope
      -                "n"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:14) TO FS-ALERT-ACK-AT
           MOVE WS-ACK-INITIALS TO FS-ALERT-ACK-BY
           MOVE WS-ACK-NOTE TO FS-ALERT-NOTE
           MOVE "C" TO FS-ALERT-STATUS
           REWRITE FS-ALERT-RECORD
               INVALID KEY
                   DISPLAY "Alert "FS-ALERT-ID" could not be updated"
               NOT INVALID KEY
                   DISPLAY "Alert "FS-ALERT-ID" closed"
           END-REWRITE
           .

      * an alert still open past the control-file minutes goes to
      * every second-level contact, once
       ESCALATE-ALERTS-PARA.
           PERFORM LOAD-ALERT-CONTROL-PARA
           PERFORM LOAD-CONTACTS-PARA
           PERFORM GET-NOW-MINUTES-PARA
           MOVE 0 TO WS-ESCALATED-COUNT
           MOVE "NO" TO WS-ALERT-EOF
           OPEN I-O FS-ALERT-FILE
               IF WS-ALERT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-ALERT-EOF
               ELSE
                   MOVE 0 TO FS-ALERT-ID
                   START FS-ALERT-FILE KEY IS NOT LESS THAN FS-ALERT-ID
                       INVALID KEY
                           MOVE "YES" TO WS-ALERT-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-ALERT-EOF = "YES"
                   READ FS-ALERT-FILE NEXT
                       AT END
                           MOVE "YES" TO WS-ALERT-EOF
                       NOT AT END
                           PERFORM CHECK-ESCALATION-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-ALERT-FILE

           IF WS-ESCALATED-COUNT = 0
               DISPLAY "No alerts overdue for escalation"
           ELSE
               DISPLAY WS-ESCALATED-COUNT" alert(s) escalated to second
      -                "-level contacts - see ops_escalations.txt"
           END-IF
           .

       CHECK-ESCALATION-PARA.
           IF FS-ALERT-STATUS NOT = "O" OR FS-ALERT-ESCALATED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ALERT-AGE-PARA
           IF WS-ALERT-AGE < WS-ESCALATE-MINUTES
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ESCALATION-PARA
           MOVE "Y" TO FS-ALERT-ESCALATED
           MOVE WS-NOW-STAMP(1:14) TO FS-ALERT-ESCALATED-AT
           REWRITE FS-ALERT-RECORD
               INVALID KEY
                   DISPLAY "Alert "FS-ALERT-ID" could not be updated"
           END-REWRITE
           ADD 1 TO WS-ESCALATED-COUNT

           MOVE WS-ALERT-AGE TO WS-ALERT-AGE-EDIT
           MOVE "W" TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "alert "FS-ALERT-ID" escalated - open "
                  FUNCTION TRIM(WS-ALERT-AGE-EDIT)" min, from "
                  FS-ALERT-PROGRAM
             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
               WS-OPS-MESSAGE
           .

       WRITE-ESCALATION-PARA.
           MOVE WS-NOW-STAMP(1:14) TO FS-ESC-STAMP
           MOVE FS-ALERT-ID TO FS-ESC-ALERT-ID
           MOVE FS-ALERT-SEVERITY TO FS-ESC-SEVERITY
           MOVE FS-ALERT-PROGRAM TO FS-ESC-PROGRAM
           MOVE FS-ALERT-MESSAGE TO FS-ESC-MESSAGE
           OPEN EXTEND FS-ESCALATE-FILE
               IF WS-ESCALATE-FILE-STATUS = '35'
                   OPEN OUTPUT FS-ESCALATE-FILE
               END-IF
               IF WS-CONTACT-COUNT = 0
                   MOVE "NO SECOND-LEVEL CONTACT ON FILE"
                     TO FS-ESC-CONTACT
                   MOVE SPACES TO FS-ESC-PHONE
                   WRITE FS-ESCALATE-RECORD
               END-IF
               PERFORM VARYING WS-CONTACT-INDEX FROM 1 BY 1
                 UNTIL WS-CONTACT-INDEX > WS-CONTACT-COUNT
                   MOVE WS-CT-NAME(WS-CONTACT-INDEX) TO FS-ESC-CONTACT
                   MOVE WS-CT-PHONE(WS-CONTACT-INDEX) TO FS-ESC-PHONE
                   WRITE FS-ESCALATE-RECORD
               END-PERFORM
           CLOSE FS-ESCALATE-FILE
           DISPLAY "Alert "FS-ALERT-ID" escalated: "
             FUNCTION TRIM(FS-ALERT-MESSAGE)
           .

       LOAD-ALERT-CONTROL-PARA.
           MOVE 30 TO WS-ESCALATE-MINUTES
           OPEN INPUT FS-ALERT-CTL-FILE
               IF WS-ALERT-CTL-STATUS = "00"
                   READ FS-ALERT-CTL-FILE
                       NOT AT END
                           IF FS-ACTL-ESCALATE-MINUTES IS NUMERIC
                              AND FS-ACTL-ESCALATE-MINUTES > 0
                               MOVE FS-ACTL-ESCALATE-MINUTES
                                 TO WS-ESCALATE-MINUTES
                           END-IF
                   END-READ
               END-IF
           CLOSE FS-ALERT-CTL-FILE
           .

       LOAD-CONTACTS-PARA.
           MOVE 0 TO WS-CONTACT-COUNT
           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-CONTACT-FILE
               IF WS-CONTACT-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FS-CONTACT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF FS-CONTACT-NAME NOT = SPACES
                              AND WS-CONTACT-COUNT < 20
                               ADD 1 TO WS-CONTACT-COUNT
                               MOVE FS-CONTACT-NAME
                                 TO WS-CT-NAME(WS-CONTACT-COUNT)
                               MOVE FS-CONTACT-PHONE
                                 TO WS-CT-PHONE(WS-CONTACT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FS-CONTACT-FILE
           .

      * one day's alerts: when each opened, how long it took to be
      * acknowledged, who closed it and what they did
       ALERT-SUMMARY-PARA.
           DISPLAY "Summary for which date (yyyymmdd, 0 for today)?"
           ACCEPT WS-SUMMARY-DATE
           IF WS-SUMMARY-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
               MOVE WS-NOW-STAMP(1:8) TO WS-SUMMARY-DATE
           END-IF
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING "ops_alert_summary_"WS-SUMMARY-DATE".txt"
             DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME

           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE 0 TO WS-ESCALATED-COUNT
           MOVE 0 TO WS-ACK-TOTAL-MINUTES
           MOVE "NO" TO WS-ALERT-EOF
           OPEN INPUT FS-ALERT-FILE
               IF WS-ALERT-FILE-STATUS NOT = "00"
                   DISPLAY "No alerts on file"
                   CLOSE FS-ALERT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO FS-ALERT-ID
               START FS-ALERT-FILE KEY IS NOT LESS THAN FS-ALERT-ID
                   INVALID KEY
                       MOVE "YES" TO WS-ALERT-EOF
               END-START

               OPEN OUTPUT FS-SUMMARY-FILE
               MOVE SPACES TO FS-SUMMARY-LINE
               STRING "OPERATOR ALERT SUMMARY FOR "
                      WS-SUMMARY-DATE(1:4)"/"WS-SUMMARY-DATE(5:2)"/"
                      WS-SUMMARY-DATE(7:2)
                 DELIMITED BY SIZE INTO FS-SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE-PARA
               MOVE SPACES TO FS-SUMMARY-LINE
               STRING "ALERT    OPENED SEV PROGRAM      ACK MIN  BY  "
                      "ESC MESSAGE"
                 DELIMITED BY SIZE INTO FS-SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE-PARA

               PERFORM UNTIL WS-ALERT-EOF = "YES"
                   READ FS-ALERT-FILE NEXT
                       AT END
                           MOVE "YES" TO WS-ALERT-EOF
                       NOT AT END
                           PERFORM SUMMARIZE-ALERT-PARA
                   END-READ
               END-PERFORM
           CLOSE FS-ALERT-FILE

           IF WS-CLOSED-COUNT > 0
               COMPUTE WS-ACK-AVERAGE ROUNDED =
                   WS-ACK-TOTAL-MINUTES / WS-CLOSED-COUNT
           ELSE
               MOVE 0 TO WS-ACK-AVERAGE
           END-IF
           MOVE SPACES TO FS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA
           STRING "Alerts: "WS-MATCH-COUNT"  closed: "WS-CLOSED-COUNT
                  "  still open: "WS-OPEN-COUNT"  escalated: "
                  WS-ESCALATED-COUNT"  average minutes to acknowledge: "
                  WS-ACK-AVERAGE
             DELIMITED BY SIZE INTO FS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA
           CLOSE FS-SUMMARY-FILE
           DISPLAY "Summary written to "
             FUNCTION TRIM(WS-SUMMARY-FILENAME)
           .

       SUMMARIZE-ALERT-PARA.
           IF FS-ALERT-OPENED(1:8) NOT = WS-SUMMARY-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           IF FS-ALERT-ESCALATED = "Y"
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF

           IF FS-ALERT-STATUS = "C"
               ADD 1 TO WS-CLOSED-COUNT
               MOVE FS-ALERT-OPENED TO WS-CONVERT-STAMP
               PERFORM STAMP-TO-MINUTES-PARA
               MOVE WS-CONVERT-MINUTES TO WS-OPENED-MINUTES
               MOVE FS-ALERT-ACK-AT TO WS-CONVERT-STAMP
               PERFORM STAMP-TO-MINUTES-PARA
               IF WS-CONVERT-MINUTES > WS-OPENED-MINUTES
                   COMPUTE WS-ACK-MINUTES =
                       WS-CONVERT-MINUTES - WS-OPENED-MINUTES
               ELSE
                   MOVE 0 TO WS-ACK-MINUTES
               END-IF
               ADD WS-ACK-MINUTES TO WS-ACK-TOTAL-MINUTES
               MOVE WS-ACK-MINUTES TO WS-ACK-MINUTES-EDIT
               MOVE WS-ACK-MINUTES-EDIT TO WS-ACK-MINUTES-TEXT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               MOVE "   OPEN" TO WS-ACK-MINUTES-TEXT
           END-IF

           MOVE SPACES TO FS-SUMMARY-LINE
           STRING FS-ALERT-ID" "FS-ALERT-OPENED(9:2)":"
                  FS-ALERT-OPENED(11:2)"  "FS-ALERT-SEVERITY"   "
                  FS-ALERT-PROGRAM" "WS-ACK-MINUTES-TEXT" "
                  FS-ALERT-ACK-BY" "FS-ALERT-ESCALATED"   "
                  FS-ALERT-MESSAGE
             DELIMITED BY SIZE INTO FS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA
           IF FS-ALERT-STATUS = "C"
               MOVE SPACES TO FS-SUMMARY-LINE
               STRING "         resolution: "FS-ALERT-NOTE
                 DELIMITED BY SIZE INTO FS-SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE-PARA
           END-IF
           .

       WRITE-SUMMARY-LINE-PARA.
           WRITE FS-SUMMARY-LINE
           DISPLAY FUNCTION TRIM(FS-SUMMARY-LINE TRAILING)
           .

      * the audit trail, PIN events and this log are hash-chained; a
      * break is an error, and so opens an alert
       VERIFY-CHAINS-PARA.
           CALL "LOG-VERIFY" USING WS-VERIFY-RESULT
           IF WS-VERIFY-RESULT = "Y"
               DISPLAY "All log chains intact"
           ELSE
               DISPLAY "LOG CHAIN BROKEN - see log_chain_verify.txt"
               MOVE "E" TO WS-OPS-SEVERITY
               MOVE "log chain broken - see log_chain_verify.txt"
                 TO WS-OPS-MESSAGE
               CALL "OPS-LOG" USING WS-OPS-SEVERITY WS-OPS-PROGRAM
                   WS-OPS-MESSAGE
           END-IF
           .

       GET-NOW-MINUTES-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:14) TO WS-CONVERT-STAMP
           PERFORM STAMP-TO-MINUTES-PARA
           MOVE WS-CONVERT-MINUTES TO WS-NOW-MINUTES
           .

       ALERT-AGE-PARA.
           MOVE FS-ALERT-OPENED TO WS-CONVERT-STAMP
           PERFORM STAMP-TO-MINUTES-PARA
           IF WS-NOW-MINUTES > WS-CONVERT-MINUTES
               COMPUTE WS-ALERT-AGE =
                   WS-NOW-MINUTES - WS-CONVERT-MINUTES
           ELSE
               MOVE 0 TO WS-ALERT-AGE
           END-IF
           .

       STAMP-TO-MINUTES-PARA.
           CALL "DATE-TO-DAYS" USING WS-CS-YEAR WS-CS-MONTH WS-CS-DAY
                                     WS-CONVERT-DAYS
           COMPUTE WS-CONVERT-MINUTES = WS-CONVERT-DAYS * 1440
               + WS-CS-HOUR * 60 + WS-CS-MINUTE
           .

       END PROGRAM OPS-BROWSE.
