      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 02-17-2026
      * Purpose: returned-mail check against RETURNED-MAIL.TXT (called
      * like STUDENT_HOLD_CHECK from every program that mails a
      * student): given a student number and the address about to be
      * printed, returns whether the post office has sent mail back
      * from that address and, if so, the date it came back.  A mark
      * only stands while the master still carries the address that
      * was returned -- once the address is changed the student is
      * mailed again with no one having to clear the mark by hand.
      * The file is read straight through on each call, so a mark
      * keyed mid-day is honoured by the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL_ADDRESS_CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL RETURNED-MAIL-FILE
           ASSIGN TO '..\RETURNED-MAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RETURNED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One mark per student: the date the mail came back, the
      *> address it was sent to (street, city, province, postal code
      *> as they stood on the master), and who keyed the mark.
       FD RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
           05 RML-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 RML-RETURNED-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 RML-ADDRESS         PIC X(62).
           05 FILLER              PIC X(1).
           05 RML-OPERATOR        PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-RETURNED-STATUS PIC X(2).
       01 WS-EOF PIC X(1).

       LINKAGE SECTION.
       01 LS-MAIL-AREA.
           05 LS-MAIL-STUDENT     PIC 9(7).
           05 LS-MAIL-ADDRESS     PIC X(62).
           05 LS-MAIL-RESULT      PIC X(1).
               88 LS-ADDRESS-GOOD      VALUE '0'.
               88 LS-ADDRESS-RETURNED  VALUE '1'.
           05 LS-MAIL-RETURNED-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-MAIL-AREA.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-MAIL-RESULT.
           MOVE 0 TO LS-MAIL-RETURNED-DATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RETURNED-STATUS = "00" OR "05"
               PERFORM 100-READ-ONE-MARK
                   UNTIL WS-EOF = 'Y' OR LS-ADDRESS-RETURNED
               CLOSE RETURNED-MAIL-FILE
           END-IF.
       GOBACK.

           100-READ-ONE-MARK.
               READ RETURNED-MAIL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RML-STUDENT-NUMBER = LS-MAIL-STUDENT
                           AND RML-ADDRESS = LS-MAIL-ADDRESS
                           MOVE '1' TO LS-MAIL-RESULT
                           MOVE RML-RETURNED-DATE
                               TO LS-MAIL-RETURNED-DATE
                       END-IF
               END-READ.

       END PROGRAM MAIL_ADDRESS_CHECK.
