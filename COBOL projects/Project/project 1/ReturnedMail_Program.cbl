      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 02-17-2026
      * Purpose: returned mail and student address changes.  When the
      * post office sends a statement, letter or receipt back, the
      * address it was sent to is marked on RETURNED-MAIL.TXT (one
      * line per student: the date it came back, the address as it
      * stood, and who keyed the mark) -- the file MAIL_ADDRESS_CHECK
      * reads so the statement cycle, the collection letters and the
      * tax receipts stop printing to it and list the student on
      * NO-GOOD-ADDRESS.TXT instead.  A corrected address is keyed
      * here as a keyed REWRITE of the one master record under the
      * master lock; the old and new address go to
      * ADDRESS-HISTORY.TXT with the date of the change, as the
      * batch change transaction in PROJECT_1_PROGRAM does, and the
      * history inquiry answers where a student's mail was going on
      * any given date.  Mark, clear and change are update-level
      * sign-ons; the list and the history inquiry are not.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED_MAIL_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-IN
           FILE STATUS WS-KEY.
           SELECT OPTIONAL RETURNED-MAIL-FILE
           ASSIGN TO '..\RETURNED-MAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADDRESS-HISTORY-FILE
           ASSIGN TO '..\ADDRESS-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNED-REPORT-OUT
           ASSIGN TO '..\RETURNED-MAIL-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       01 STUDENT-FILE-IN.
           05 STUDENT-NUMBER-IN           PIC 9(7).
           05 FILLER         PIC X(3).
           05 STUDENT-TUITION-OWED-IN     PIC S9(7)V99.
           05 FILLER         PIC X(3).
           05 STUDENT-FULL-NAME-IN.
               10 STUDENT-TITLE-IN        PIC A(6).
               10 STUDENT-FIRST-NAME-IN   PIC A(15).
               10 STUDENT-INITIAL-IN      PIC A(2).
               10 STUDENT-LAST-NAME-IN    PIC A(28).
           05 FILLER         PIC X(3).
           05 STUDENT-PROGRAM-IN          PIC X(8).
           05 FILLER         PIC X(3).
           05 STUDENT-YEAR-IN             PIC 9(6).
           05 FILLER         PIC X(3).
           05 STUDENT-ADDRESS-IN.
               10 STREET-ADDRESS-IN       PIC X(25).
               10 CITY-NAME-IN            PIC X(15).
               10 PROVINCE-IN             PIC X(15).
               10 POSTAL-CODE-IN          PIC X(7).
           05 FILLER         PIC X(3).
           05 STUDENT-OVERDUE-PERIODS-IN  PIC 9(2).

       FD RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
           05 RML-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 RML-RETURNED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 RML-ADDRESS         PIC X(62).
           05 FILLER              PIC X(1).
           05 RML-OPERATOR        PIC X(20).

      *> One line per address change, appended and never rewritten:
      *> the address before and after, effective on the change date,
      *> who made it, and where (ADR keyed here, CHG the batch change
      *> transaction).
       FD ADDRESS-HISTORY-FILE.
       01 ADDRESS-HISTORY-RECORD.
           05 ADH-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 ADH-CHANGE-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 ADH-PREVIOUS-ADDRESS PIC X(62).
           05 FILLER              PIC X(1).
           05 ADH-NEW-ADDRESS     PIC X(62).
           05 FILLER              PIC X(1).
           05 ADH-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 ADH-SOURCE          PIC X(3).

       FD RETURNED-REPORT-OUT.
       01 RETURNED-REPORT-LINE-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC X(2).
       01 WS-MODE PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-NUMBER-EDIT PIC X(7).
       01 WS-DATE-EDIT PIC X(8).
       01 WS-LOOKUP-STUDENT PIC 9(7).
       01 WS-LOOKUP-DATE PIC 9(8).
       01 WS-STUDENT-OK-FLAG PIC X(1).
       01 WS-BACKUP-STATUS PIC X(1).
       01 WS-HISTORY-EOF PIC X(1).
       01 WS-HISTORY-COUNT PIC 9(5).
       01 WS-EFFECTIVE-FOUND-FLAG PIC X(1).
       01 WS-ALREADY-MARKED-FLAG PIC X(1).

       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).

       01 WS-LOCK-AREA.
           05 WS-LOCK-ACTION      PIC X(1).
           05 WS-LOCK-OPERATOR    PIC X(20).
           05 WS-LOCK-RESULT      PIC X(1).

       01 WS-RETURNED-TABLE.
           05 WS-RETURNED-ENTRY OCCURS 2000 TIMES.
               10 WS-RT-STUDENT   PIC 9(7).
               10 WS-RT-DATE      PIC 9(8).
               10 WS-RT-ADDRESS   PIC X(62).
               10 WS-RT-OPERATOR  PIC X(20).
       01 WS-RETURNED-COUNT PIC 9(4) VALUE 0.
       01 WS-RETURNED-EOF PIC X(1) VALUE 'N'.
       01 WS-RETURNED-SUB PIC 9(4).
       01 WS-RETURNED-HIT-SUB PIC 9(4).

       01 WS-PREVIOUS-ADDRESS PIC X(62).
       01 WS-NEW-ADDRESS.
           05 WS-NEW-STREET       PIC X(25).
           05 WS-NEW-CITY         PIC X(15).
           05 WS-NEW-PROVINCE     PIC X(15).
           05 WS-NEW-POSTAL-CODE  PIC X(7).
       01 WS-SHOW-ADDRESS.
           05 WS-SHOW-STREET      PIC X(25).
           05 WS-SHOW-CITY        PIC X(15).
           05 WS-SHOW-PROVINCE    PIC X(15).
           05 WS-SHOW-POSTAL-CODE PIC X(7).
       01 WS-CITY-LINE PIC X(40).

       01 WS-MARKED-COUNT PIC 9(5) VALUE 0.
       01 WS-SUPERSEDED-COUNT PIC 9(5) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-D-NUMBER         PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-NAME           PIC X(28).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-DATE           PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-STATUS         PIC X(13).
       01 WS-HISTORY-LINE.
           05 WS-HL-DATE          PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-HL-SOURCE        PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-HL-OPERATOR      PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-HL-STREET        PIC X(25).
       01 WS-COUNT-LINE.
           05 WS-C-CAPTION        PIC X(22).
           05 WS-C-COUNT          PIC ZZZZ9.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "RETURNED_MAIL_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-RUN-STATUS PIC 9(1) VALUE 0.
      *> 0=clean 4=partial 8=failed, shared return-code convention
      *> with PROJECT_1_PROGRAM and LAB_9_PROGRAM

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-RETURNED-TABLE.
      *> Mark, clear and change rebuild the file from the table, so
      *> a file past the ceiling is left alone -- marks the table
      *> never held would silently come off.
           IF WS-RETURNED-EOF NOT = 'Y'
               DISPLAY "RETURNED-MAIL.TXT EXCEEDS THE 2000-LINE "
                   "TABLE -- RUN ABORTED, FILE LEFT ALONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Mark mail returned, clear a mark, change an "
               "address, address history, or list returned mail? "
               "(M/C/A/H/L) "
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = 'M' OR 'm'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 200-MARK-ADDRESS-RETURNED
               WHEN WS-MODE = 'C' OR 'c'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 400-CLEAR-ONE-MARK
               WHEN WS-MODE = 'A' OR 'a'
                   PERFORM 150-SIGN-ON-OPERATOR
                   PERFORM 500-CHANGE-ADDRESS
               WHEN WS-MODE = 'H' OR 'h'
                   PERFORM 650-ADDRESS-HISTORY-INQUIRY
               WHEN OTHER
                   PERFORM 600-LIST-RETURNED-MAIL
           END-EVALUATE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

           100-LOAD-RETURNED-TABLE.
               OPEN INPUT RETURNED-MAIL-FILE.
               PERFORM 110-READ-RETURNED-RECORD
                   UNTIL WS-RETURNED-EOF = 'Y'
                       OR WS-RETURNED-COUNT = 2000.
               CLOSE RETURNED-MAIL-FILE.

           110-READ-RETURNED-RECORD.
               READ RETURNED-MAIL-FILE
                   AT END MOVE 'Y' TO WS-RETURNED-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURNED-COUNT
                       MOVE RML-STUDENT-NUMBER
                           TO WS-RT-STUDENT(WS-RETURNED-COUNT)
                       MOVE RML-RETURNED-DATE
                           TO WS-RT-DATE(WS-RETURNED-COUNT)
                       MOVE RML-ADDRESS
                           TO WS-RT-ADDRESS(WS-RETURNED-COUNT)
                       MOVE RML-OPERATOR
                           TO WS-RT-OPERATOR(WS-RETURNED-COUNT)
               END-READ.

           120-FIND-RETURNED-ENTRY.
               MOVE 0 TO WS-RETURNED-HIT-SUB.
               PERFORM 130-SCAN-RETURNED-ENTRY
                   VARYING WS-RETURNED-SUB FROM 1 BY 1
                   UNTIL WS-RETURNED-SUB > WS-RETURNED-COUNT
                       OR WS-RETURNED-HIT-SUB > 0.

           130-SCAN-RETURNED-ENTRY.
               IF WS-RT-STUDENT(WS-RETURNED-SUB) = WS-LOOKUP-STUDENT
                   MOVE WS-RETURNED-SUB TO WS-RETURNED-HIT-SUB
               END-IF.

      *> Marks and address changes carry the operator's name, so
      *> only an update-level sign-on gets this far.
           150-SIGN-ON-OPERATOR.
               DISPLAY "Enter operator ID: "
               ACCEPT WS-AUDIT-OPERATOR.
               MOVE WS-AUDIT-OPERATOR TO WS-OP-OPERATOR-ID.
               CALL 'OPERATOR_CHECK' USING WS-OPERATOR-AREA.
               IF WS-OP-AUTH-STATUS NOT = '0'
                   DISPLAY "Operator not on the operator master -- "
                       "sign-on refused."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-OP-AUTH-LEVEL < 2
                   DISPLAY "Operator is inquiry-only -- returned "
                       "mail and address changes are update-level."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           160-ACCEPT-STUDENT-NUMBER.
               MOVE 'N' TO WS-NUMBER-EDIT.
               PERFORM 165-ACCEPT-ONE-NUMBER
                   UNTIL WS-NUMBER-EDIT IS NUMERIC.
               MOVE WS-NUMBER-EDIT TO WS-LOOKUP-STUDENT.

           165-ACCEPT-ONE-NUMBER.
               DISPLAY "Student number: "
               ACCEPT WS-NUMBER-EDIT.
               IF WS-NUMBER-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric, try again."
               END-IF.

      *> The master must already be open; the record is left in the
      *> record area for the caller.
           170-READ-MASTER-BY-NUMBER.
               MOVE 'N' TO WS-STUDENT-OK-FLAG.
               MOVE WS-LOOKUP-STUDENT TO STUDENT-NUMBER-IN.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student not on the master."
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-OK-FLAG
                       ADD 1 TO WS-RL-READ-COUNT
               END-READ.

           180-ACCEPT-ONE-DATE.
               ACCEPT WS-DATE-EDIT.
               IF WS-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Date must be eight digits (YYYYMMDD), "
                       "try again."
               END-IF.

      *> The mark records the address exactly as the master carries
      *> it today -- that is the address the mail went to.  A mark
      *> left over from an address since changed is replaced.
           200-MARK-ADDRESS-RETURNED.
               PERFORM 160-ACCEPT-STUDENT-NUMBER.
               OPEN INPUT STUDENT-MASTER-FILE.
               PERFORM 170-READ-MASTER-BY-NUMBER.
               CLOSE STUDENT-MASTER-FILE.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   PERFORM 120-FIND-RETURNED-ENTRY
                   MOVE 'N' TO WS-ALREADY-MARKED-FLAG
                   IF WS-RETURNED-HIT-SUB > 0
                       IF WS-RT-ADDRESS(WS-RETURNED-HIT-SUB) =
                           STUDENT-ADDRESS-IN
                           MOVE 'Y' TO WS-ALREADY-MARKED-FLAG
                       END-IF
                   END-IF
                   IF WS-ALREADY-MARKED-FLAG = 'Y'
                       DISPLAY "Address is already marked returned "
                           "(" WS-RT-DATE(WS-RETURNED-HIT-SUB) ")."
                       MOVE 4 TO WS-RUN-STATUS
                   ELSE
                       PERFORM 210-RECORD-THE-MARK
                   END-IF
               END-IF.

           210-RECORD-THE-MARK.
               IF WS-RETURNED-HIT-SUB = 0
                   IF WS-RETURNED-COUNT < 2000
                       ADD 1 TO WS-RETURNED-COUNT
                       MOVE WS-RETURNED-COUNT TO WS-RETURNED-HIT-SUB
                   ELSE
                       DISPLAY "*** WARNING: RETURNED-MAIL TABLE IS "
                           "FULL -- NOT MARKED: " WS-LOOKUP-STUDENT
                       ADD 1 TO WS-RL-REJECTED-COUNT
                       MOVE 4 TO WS-RUN-STATUS
                   END-IF
               END-IF.
               IF WS-RETURNED-HIT-SUB > 0
                   DISPLAY "Date the mail came back (YYYYMMDD): "
                   MOVE 'N' TO WS-DATE-EDIT
                   PERFORM 180-ACCEPT-ONE-DATE
                       UNTIL WS-DATE-EDIT IS NUMERIC
                   MOVE WS-LOOKUP-STUDENT
                       TO WS-RT-STUDENT(WS-RETURNED-HIT-SUB)
                   MOVE WS-DATE-EDIT TO WS-RT-DATE(WS-RETURNED-HIT-SUB)
                   MOVE STUDENT-ADDRESS-IN
                       TO WS-RT-ADDRESS(WS-RETURNED-HIT-SUB)
                   MOVE WS-AUDIT-OPERATOR
                       TO WS-RT-OPERATOR(WS-RETURNED-HIT-SUB)
                   PERFORM 300-REWRITE-RETURNED-FILE
                   ADD 1 TO WS-RL-WRITTEN-COUNT
                   DISPLAY "Address marked returned -- mailings to "
                       "it are suppressed."
               END-IF.

           300-REWRITE-RETURNED-FILE.
               OPEN OUTPUT RETURNED-MAIL-FILE.
               PERFORM 310-WRITE-ONE-MARK
                   VARYING WS-RETURNED-SUB FROM 1 BY 1
                   UNTIL WS-RETURNED-SUB > WS-RETURNED-COUNT.
               CLOSE RETURNED-MAIL-FILE.

           310-WRITE-ONE-MARK.
               IF WS-RT-STUDENT(WS-RETURNED-SUB) NOT = 0
                   MOVE SPACES TO RETURNED-MAIL-RECORD
                   MOVE WS-RT-STUDENT(WS-RETURNED-SUB)
                       TO RML-STUDENT-NUMBER
                   MOVE WS-RT-DATE(WS-RETURNED-SUB)
                       TO RML-RETURNED-DATE
                   MOVE WS-RT-ADDRESS(WS-RETURNED-SUB) TO RML-ADDRESS
                   MOVE WS-RT-OPERATOR(WS-RETURNED-SUB)
                       TO RML-OPERATOR
                   WRITE RETURNED-MAIL-RECORD
               END-IF.

      *> A mark keyed in error comes off by hand; a mark on an
      *> address that has since been corrected needs no clearing.
           400-CLEAR-ONE-MARK.
               PERFORM 160-ACCEPT-STUDENT-NUMBER.
               PERFORM 120-FIND-RETURNED-ENTRY.
               IF WS-RETURNED-HIT-SUB = 0
                   DISPLAY "Student has no returned-mail mark."
                   MOVE 4 TO WS-RUN-STATUS
               ELSE
                   MOVE 0 TO WS-RT-STUDENT(WS-RETURNED-HIT-SUB)
                   PERFORM 300-REWRITE-RETURNED-FILE
                   ADD 1 TO WS-RL-WRITTEN-COUNT
                   DISPLAY "Returned-mail mark cleared."
               END-IF.

      *> The one master record is read and rewritten by key under
      *> the master lock, after a backup generation, the way the
      *> screen's update does it.  The balance is not touched, so
      *> nothing goes to the journal -- the change is on the address
      *> history instead, and any returned-mail mark comes off.
           500-CHANGE-ADDRESS.
               MOVE 'A' TO WS-LOCK-ACTION.
               MOVE WS-AUDIT-OPERATOR TO WS-LOCK-OPERATOR.
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA.
               IF WS-LOCK-RESULT NOT = '0'
                   DISPLAY "Master is in use -- address not changed."
                   MOVE 8 TO WS-RUN-STATUS
                   PERFORM 700-LOG-THIS-RUN
                   STOP RUN
               END-IF.
               CALL 'STUDENT_MASTER_BACKUP' USING WS-BACKUP-STATUS.
               PERFORM 160-ACCEPT-STUDENT-NUMBER.
               OPEN I-O STUDENT-MASTER-FILE.
               PERFORM 170-READ-MASTER-BY-NUMBER.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   MOVE STUDENT-ADDRESS-IN TO WS-SHOW-ADDRESS
                   DISPLAY "Current address:"
                   PERFORM 670-SHOW-ADDRESS
                   PERFORM 510-ACCEPT-NEW-ADDRESS
                   IF WS-NEW-ADDRESS = STUDENT-ADDRESS-IN
                       DISPLAY "Address unchanged."
                       MOVE 4 TO WS-RUN-STATUS
                   ELSE
                       PERFORM 520-APPLY-NEW-ADDRESS
                   END-IF
               END-IF.
               CLOSE STUDENT-MASTER-FILE.
               MOVE 'R' TO WS-LOCK-ACTION.
               CALL 'MASTER_LOCK' USING WS-LOCK-AREA.

           510-ACCEPT-NEW-ADDRESS.
               MOVE SPACES TO WS-NEW-ADDRESS.
               PERFORM 515-ACCEPT-NEW-STREET
                   UNTIL WS-NEW-STREET NOT = SPACES.
               DISPLAY "New city: "
               ACCEPT WS-NEW-CITY.
               DISPLAY "New province: "
               ACCEPT WS-NEW-PROVINCE.
               DISPLAY "New postal code: "
               ACCEPT WS-NEW-POSTAL-CODE.

           515-ACCEPT-NEW-STREET.
               DISPLAY "New street address: "
               ACCEPT WS-NEW-STREET.

           520-APPLY-NEW-ADDRESS.
               MOVE STUDENT-ADDRESS-IN TO WS-PREVIOUS-ADDRESS.
               MOVE WS-NEW-ADDRESS TO STUDENT-ADDRESS-IN.
               REWRITE STUDENT-FILE-IN
                   INVALID KEY
                       DISPLAY "Change rejected by the master, "
                           "file status " WS-KEY
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       PERFORM 530-APPEND-ADDRESS-HISTORY
                       ADD 1 TO WS-RL-WRITTEN-COUNT
                       PERFORM 120-FIND-RETURNED-ENTRY
                       IF WS-RETURNED-HIT-SUB > 0
                           MOVE 0 TO WS-RT-STUDENT(WS-RETURNED-HIT-SUB)
                           PERFORM 300-REWRITE-RETURNED-FILE
                           DISPLAY "Returned-mail mark cleared."
                       END-IF
                       DISPLAY "Address changed."
               END-REWRITE.

           530-APPEND-ADDRESS-HISTORY.
               OPEN EXTEND ADDRESS-HISTORY-FILE.
               MOVE SPACES TO ADDRESS-HISTORY-RECORD.
               MOVE STUDENT-NUMBER-IN TO ADH-STUDENT-NUMBER.
               MOVE WS-TODAY TO ADH-CHANGE-DATE.
               MOVE WS-PREVIOUS-ADDRESS TO ADH-PREVIOUS-ADDRESS.
               MOVE STUDENT-ADDRESS-IN TO ADH-NEW-ADDRESS.
               MOVE WS-AUDIT-OPERATOR TO ADH-OPERATOR.
               MOVE "ADR" TO ADH-SOURCE.
               WRITE ADDRESS-HISTORY-RECORD.
               CLOSE ADDRESS-HISTORY-FILE.

      *> Every mark on file, with whether it still stands: a mark
      *> on an address the master no longer carries is superseded
      *> and no longer stops any mail.
           600-LIST-RETURNED-MAIL.
               OPEN INPUT STUDENT-MASTER-FILE.
               OPEN OUTPUT RETURNED-REPORT-OUT.
               PERFORM 610-REPORT-ONE-MARK
                   VARYING WS-RETURNED-SUB FROM 1 BY 1
                   UNTIL WS-RETURNED-SUB > WS-RETURNED-COUNT.
               CLOSE STUDENT-MASTER-FILE.
               MOVE "ADDRESSES RETURNED:   " TO WS-C-CAPTION.
               MOVE WS-MARKED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE RETURNED-REPORT-LINE-OUT FROM WS-COUNT-LINE.
               MOVE "MARKS SUPERSEDED:     " TO WS-C-CAPTION.
               MOVE WS-SUPERSEDED-COUNT TO WS-C-COUNT.
               DISPLAY WS-COUNT-LINE.
               WRITE RETURNED-REPORT-LINE-OUT FROM WS-COUNT-LINE.
               CLOSE RETURNED-REPORT-OUT.

           610-REPORT-ONE-MARK.
               MOVE SPACES TO WS-D-NAME.
               MOVE WS-RT-STUDENT(WS-RETURNED-SUB) TO WS-D-NUMBER.
               MOVE WS-RT-DATE(WS-RETURNED-SUB) TO WS-D-DATE.
               MOVE WS-RT-STUDENT(WS-RETURNED-SUB) TO STUDENT-NUMBER-IN.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-D-STATUS
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-RL-READ-COUNT
                       MOVE STUDENT-LAST-NAME-IN TO WS-D-NAME
                       IF STUDENT-ADDRESS-IN =
                           WS-RT-ADDRESS(WS-RETURNED-SUB)
                           MOVE "RETURNED" TO WS-D-STATUS
                           ADD 1 TO WS-MARKED-COUNT
                       ELSE
                           MOVE "SUPERSEDED" TO WS-D-STATUS
                           ADD 1 TO WS-SUPERSEDED-COUNT
                       END-IF
               END-READ.
               DISPLAY WS-DETAIL-LINE.
               WRITE RETURNED-REPORT-LINE-OUT FROM WS-DETAIL-LINE.

      *> Every change on file for the student, oldest first, then
      *> the address in effect on the date asked about: the
      *> previous address on the first change made after that date,
      *> or the master's address if nothing has changed since.  A
      *> change takes effect on its own date.
           650-ADDRESS-HISTORY-INQUIRY.
               PERFORM 160-ACCEPT-STUDENT-NUMBER.
               DISPLAY "Address in effect on which date (YYYYMMDD): "
               MOVE 'N' TO WS-DATE-EDIT.
               PERFORM 180-ACCEPT-ONE-DATE
                   UNTIL WS-DATE-EDIT IS NUMERIC.
               MOVE WS-DATE-EDIT TO WS-LOOKUP-DATE.
               OPEN INPUT STUDENT-MASTER-FILE.
               PERFORM 170-READ-MASTER-BY-NUMBER.
               CLOSE STUDENT-MASTER-FILE.
               IF WS-STUDENT-OK-FLAG = 'Y'
                   MOVE STUDENT-ADDRESS-IN TO WS-SHOW-ADDRESS
                   MOVE 'N' TO WS-EFFECTIVE-FOUND-FLAG
                   MOVE 0 TO WS-HISTORY-COUNT
                   MOVE 'N' TO WS-HISTORY-EOF
                   OPEN INPUT ADDRESS-HISTORY-FILE
                   PERFORM 660-READ-ONE-HISTORY-LINE
                       UNTIL WS-HISTORY-EOF = 'Y'
                   CLOSE ADDRESS-HISTORY-FILE
                   MOVE "ADDRESS CHANGES:      " TO WS-C-CAPTION
                   MOVE WS-HISTORY-COUNT TO WS-C-COUNT
                   DISPLAY WS-COUNT-LINE
                   DISPLAY "Address in effect on " WS-LOOKUP-DATE ":"
                   PERFORM 670-SHOW-ADDRESS
               END-IF.

           660-READ-ONE-HISTORY-LINE.
               READ ADDRESS-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF ADH-STUDENT-NUMBER = WS-LOOKUP-STUDENT
                           ADD 1 TO WS-HISTORY-COUNT
                           MOVE ADH-CHANGE-DATE TO WS-HL-DATE
                           MOVE ADH-SOURCE TO WS-HL-SOURCE
                           MOVE ADH-OPERATOR TO WS-HL-OPERATOR
                           MOVE ADH-NEW-ADDRESS TO WS-HL-STREET
                           DISPLAY WS-HISTORY-LINE
                           IF ADH-CHANGE-DATE > WS-LOOKUP-DATE
                               AND WS-EFFECTIVE-FOUND-FLAG = 'N'
                               MOVE ADH-PREVIOUS-ADDRESS
                                   TO WS-SHOW-ADDRESS
                               MOVE 'Y' TO WS-EFFECTIVE-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ.

           670-SHOW-ADDRESS.
               DISPLAY "  " WS-SHOW-STREET.
               MOVE SPACES TO WS-CITY-LINE.
               STRING WS-SHOW-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   WS-SHOW-PROVINCE DELIMITED BY "  "
                   "  " DELIMITED BY SIZE
                   WS-SHOW-POSTAL-CODE DELIMITED BY SIZE
                   INTO WS-CITY-LINE
               END-STRING.
               DISPLAY "  " WS-CITY-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM RETURNED_MAIL_PROGRAM.
