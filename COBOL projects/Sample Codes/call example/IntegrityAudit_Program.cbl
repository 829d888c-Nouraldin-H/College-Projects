      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 09-29-2026
      * Purpose: the weekly referential integrity audit.  Every child
      * file is read against its master: GRADE-HISTORY.TXT and
      * PAYMENT-SCHEDULE.TXT against STUDENT-MASTER.IDX,
      * STOCK-LOCATIONS.TXT against INDEXED-INVENTORY.IDX (an item
      * the purge moved to INVENTORY-ARCHIVE.TXT is named as
      * purged), and the trailer bookings, liens, service history,
      * insurance policies, and violation tickets against
      * VEHICLE-MASTER.IDX.  Each orphan line is reported by file
      * and key with the reason, and each file gets its count.
      * The run's total is kept on INTEGRITY-AUDIT-HISTORY.TXT;
      * return code 4 when the orphans have grown since the last
      * audit, 8 when a master could not be opened and its
      * children went unchecked, 0 otherwise -- so the nightly
      * driver warns on drift before a report crashes on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY_AUDIT_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STUDENT-NUMBER-OUT
           FILE STATUS WS-STUDENT-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '..\INDEXED-INVENTORY.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY INVENTORY-ID
           ALTERNATE KEY VENDOR-CODE WITH DUPLICATES
           FILE STATUS WS-INVENTORY-STATUS.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN TO '..\VEHICLE-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY VM-KEY
           FILE STATUS WS-VEHICLE-STATUS.
           SELECT OPTIONAL GRADE-HISTORY-FILE
           ASSIGN TO '..\GRADE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-SCHEDULE-FILE
           ASSIGN TO '..\PAYMENT-SCHEDULE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-LOCATIONS-FILE
           ASSIGN TO '..\STOCK-LOCATIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE
           ASSIGN TO '..\INVENTORY-ARCHIVE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOOKING-FILE
           ASSIGN TO '..\TRAILER-BOOKINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VEHICLE-LIENS-FILE
           ASSIGN TO '..\VEHICLE-LIENS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SERVICE-HISTORY-FILE
           ASSIGN TO '..\SERVICE-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INSURANCE-FILE
           ASSIGN TO '..\VEHICLE-INSURANCE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VIOLATION-FILE
           ASSIGN TO '..\VEHICLE-VIOLATIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-HISTORY-FILE
           ASSIGN TO '..\INTEGRITY-AUDIT-HISTORY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-OUT
           ASSIGN TO '..\INTEGRITY-AUDIT-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-FILE.
       01 STUDENT-FILE-OUT.
           05 STUDENT-NUMBER-OUT           PIC 9(7).
           05 FILLER         PIC X(156).

       FD  INDEXED-INVENT-FILE.
       01  INVENTORY-RECORD-OUT.
           05  INVENTORY-ID            PIC X(9).
           05  VENDOR-CODE             PIC X(5).
           05  FILLER                  PIC X(63).

       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VM-KEY.
               10 VM-CAR-TYPE        PIC X(5).
               10 VM-CAR-YEAR        PIC 9(4).
           05 FILLER                 PIC X(87).

      *> Only the keys are named on the child files; the rest of
      *> each line is carried in a filler to the widest layout.
       FD GRADE-HISTORY-FILE.
       01 GRADE-HISTORY-LINE-IN.
           05 HIST-STUDENT-NUMBER  PIC X(7).
           05 FILLER               PIC X(1).
           05 HIST-COURSE-CODE     PIC X(8).
           05 FILLER               PIC X(1).
           05 HIST-GRADE-NUMBER    PIC X(3).
           05 FILLER               PIC X(100).

       FD PAYMENT-SCHEDULE-FILE.
       01 SCHEDULE-LINE-IO.
           05 SCHED-STUDENT-IO    PIC X(7).
           05 FILLER              PIC X(1).
           05 SCHED-SEQ-IO        PIC X(2).
           05 FILLER              PIC X(1).
           05 SCHED-DUE-DATE-IO   PIC X(8).
           05 FILLER              PIC X(101).

       FD  STOCK-LOCATIONS-FILE.
       01  STOCK-LOCATION-RECORD.
           05  SLC-INVENTORY-ID    PIC X(9).
           05  FILLER              PIC X(1).
           05  SLC-LOCATION        PIC X(3).
           05  FILLER              PIC X(107).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-INVENTORY-ID        PIC X(9).
           05  FILLER                  PIC X(68).
           05  FILLER                  PIC X(1).
           05  ARC-PURGE-DATE          PIC X(8).
           05  FILLER                  PIC X(34).

       FD BOOKING-FILE.
       01 BOOKING-RECORD.
           05 BKG-TRAILER-ID      PIC X(8).
           05 FILLER              PIC X(1).
           05 BKG-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 BKG-CAR-YEAR        PIC X(4).
           05 FILLER              PIC X(1).
           05 BKG-FROM-DATE       PIC X(8).
           05 FILLER              PIC X(92).

       FD VEHICLE-LIENS-FILE.
       01 VEHICLE-LIEN-RECORD.
           05 LIEN-CAR-TYPE       PIC X(5).
           05 FILLER              PIC X(1).
           05 LIEN-CAR-YEAR       PIC X(4).
           05 FILLER              PIC X(1).
           05 LIEN-HOLDER         PIC X(30).
           05 FILLER              PIC X(79).

       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD.
           05 SVH-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 SVH-CAR-YEAR        PIC X(4).
           05 FILLER              PIC X(1).
           05 SVH-DATE            PIC X(8).
           05 FILLER              PIC X(1).
           05 SVH-ODOMETER        PIC X(7).
           05 FILLER              PIC X(1).
           05 SVH-SERVICE-CODE    PIC X(3).
           05 FILLER              PIC X(89).

       FD INSURANCE-FILE.
       01 INSURANCE-RECORD.
           05 INS-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 INS-CAR-YEAR        PIC X(4).
           05 FILLER              PIC X(1).
           05 INS-INSURER         PIC X(25).
           05 FILLER              PIC X(1).
           05 INS-POLICY-NUMBER   PIC X(15).
           05 FILLER              PIC X(68).

       FD VIOLATION-FILE.
       01 VIOLATION-RECORD.
           05 VIO-CAR-TYPE        PIC X(5).
           05 FILLER              PIC X(1).
           05 VIO-CAR-YEAR        PIC X(4).
           05 FILLER              PIC X(1).
           05 VIO-TICKET          PIC X(10).
           05 FILLER              PIC X(99).

      *> One line per audit run: the date, how many orphans it
      *> found, and the return code it ended with.
       FD AUDIT-HISTORY-FILE.
       01 AUDIT-HISTORY-RECORD.
           05 IAH-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 IAH-ORPHAN-COUNT    PIC 9(7).
           05 FILLER              PIC X(1).
           05 IAH-RETURN-CODE     PIC 9(1).

       FD AUDIT-REPORT-OUT.
       01 REPORT-LINE-OUT         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1).
       01 WS-SUB PIC 9(4).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-INVENTORY-STATUS PIC X(2).
       01 WS-VEHICLE-STATUS PIC X(2).
       01 WS-STUDENT-OPEN PIC X(1) VALUE 'N'.
       01 WS-INVENTORY-OPEN PIC X(1) VALUE 'N'.
       01 WS-VEHICLE-OPEN PIC X(1) VALUE 'N'.
       01 WS-MASTER-MISSING PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).

      *> The key to look up, set by each child pass before it
      *> calls the common check for its master.
       01 WS-CHECK-STUDENT PIC X(7).
       01 WS-CHECK-STUDENT-9 REDEFINES WS-CHECK-STUDENT PIC 9(7).
       01 WS-CHECK-ITEM PIC X(9).
       01 WS-CHECK-CAR-TYPE PIC X(5).
       01 WS-CHECK-CAR-YEAR PIC X(4).
       01 WS-CHECK-CAR-YEAR-9 REDEFINES WS-CHECK-CAR-YEAR PIC 9(4).
       01 WS-REASON PIC X(36).

      *> The items the purge has archived, so a location line left
      *> behind by a purge is named as such.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARC-ID OCCURS 5000 TIMES PIC X(9).
       01 WS-ARCHIVE-COUNT PIC 9(4) VALUE 0.

       01 WS-FILE-READ PIC 9(7).
       01 WS-FILE-ORPHANS PIC 9(7).
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-ORPHANS PIC 9(7) VALUE 0.
       01 WS-LAST-ORPHANS PIC 9(7) VALUE 0.
       01 WS-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-HISTORY-FOUND PIC X(1) VALUE 'N'.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "INTEGRITY_AUDIT_PROGRAM".
           05 WS-RL-START-DATE    PIC 9(8).
           05 WS-RL-START-TIME    PIC 9(8).
           05 WS-RL-READ-COUNT    PIC 9(7) VALUE 0.
           05 WS-RL-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-REJECTED-COUNT PIC 9(7) VALUE 0.
           05 WS-RL-RETURN-CODE   PIC 9(1).

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(34)
               VALUE "REFERENTIAL INTEGRITY AUDIT  RUN: ".
           05 WS-H-DATE           PIC 9(8).
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(23) VALUE "FILE".
           05 FILLER              PIC X(11) VALUE "MASTER KEY".
           05 FILLER              PIC X(26) VALUE "LINE".
           05 FILLER              PIC X(6) VALUE "REASON".
       01 WS-FILE-NAME PIC X(22).
       01 WS-ORPHAN-LINE.
           05 WS-O-FILE           PIC X(22).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-KEY            PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-LINE           PIC X(25).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-REASON         PIC X(36).
       01 WS-COUNT-LINE.
           05 WS-C-FILE           PIC X(22).
           05 FILLER              PIC X(8) VALUE "  READ: ".
           05 WS-C-READ           PIC ZZZZZZ9.
           05 FILLER              PIC X(11) VALUE "  ORPHANS: ".
           05 WS-C-ORPHANS        PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-NOTE           PIC X(36).
       01 WS-MESSAGE-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RL-START-TIME FROM TIME.
           MOVE WS-RL-START-DATE TO WS-RUN-DATE.
           PERFORM 100-OPEN-THE-MASTERS.
           PERFORM 150-LOAD-LAST-AUDIT.
           PERFORM 170-LOAD-ARCHIVED-ITEMS.
           OPEN OUTPUT AUDIT-REPORT-OUT.
           MOVE WS-RUN-DATE TO WS-H-DATE.
           WRITE REPORT-LINE-OUT FROM WS-HEADING-LINE.
           DISPLAY WS-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM WS-COLUMN-LINE.
           PERFORM 200-AUDIT-GRADE-HISTORY.
           PERFORM 220-AUDIT-PAYMENT-SCHEDULE.
           PERFORM 300-AUDIT-STOCK-LOCATIONS.
           PERFORM 400-AUDIT-TRAILER-BOOKINGS.
           PERFORM 420-AUDIT-VEHICLE-LIENS.
           PERFORM 440-AUDIT-SERVICE-HISTORY.
           PERFORM 460-AUDIT-INSURANCE.
           PERFORM 480-AUDIT-VIOLATIONS.
           PERFORM 700-PRINT-THE-VERDICT.
           CLOSE AUDIT-REPORT-OUT.
           PERFORM 190-CLOSE-THE-MASTERS.
           PERFORM 760-RECORD-THIS-AUDIT.
           PERFORM 900-LOG-THIS-RUN.
      *> GOBACK so the nightly driver can CALL this as its weekly
      *> step and warn on the return code.
           GOBACK.

      *> A master that will not open would make every child line
      *> look like an orphan, so its children are not checked and
      *> the run fails instead.
           100-OPEN-THE-MASTERS.
               OPEN INPUT STUDENT-RECORDS-FILE.
               IF WS-STUDENT-STATUS = "00"
                   MOVE 'Y' TO WS-STUDENT-OPEN
               ELSE
                   DISPLAY "STUDENT-MASTER.IDX WILL NOT OPEN -- "
                       "STATUS " WS-STUDENT-STATUS
                   MOVE 'Y' TO WS-MASTER-MISSING
               END-IF.
               OPEN INPUT INDEXED-INVENT-FILE.
               IF WS-INVENTORY-STATUS = "00"
                   MOVE 'Y' TO WS-INVENTORY-OPEN
               ELSE
                   DISPLAY "INDEXED-INVENTORY.IDX WILL NOT OPEN -- "
                       "STATUS " WS-INVENTORY-STATUS
                   MOVE 'Y' TO WS-MASTER-MISSING
               END-IF.
               OPEN INPUT VEHICLE-MASTER-FILE.
               IF WS-VEHICLE-STATUS = "00"
                   MOVE 'Y' TO WS-VEHICLE-OPEN
               ELSE
                   DISPLAY "VEHICLE-MASTER.IDX WILL NOT OPEN -- "
                       "STATUS " WS-VEHICLE-STATUS
                   MOVE 'Y' TO WS-MASTER-MISSING
               END-IF.

      *> The last line on the history is the previous audit.
           150-LOAD-LAST-AUDIT.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT AUDIT-HISTORY-FILE.
               PERFORM 160-READ-ONE-HISTORY UNTIL WS-EOF = 'Y'.
               CLOSE AUDIT-HISTORY-FILE.

           160-READ-ONE-HISTORY.
               READ AUDIT-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IAH-ORPHAN-COUNT IS NUMERIC
                           MOVE 'Y' TO WS-HISTORY-FOUND
                           MOVE IAH-RUN-DATE TO WS-LAST-DATE
                           MOVE IAH-ORPHAN-COUNT TO WS-LAST-ORPHANS
                       END-IF
               END-READ.

           170-LOAD-ARCHIVED-ITEMS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT ARCHIVE-FILE.
               PERFORM 180-READ-ONE-ARCHIVED
                   UNTIL WS-EOF = 'Y' OR WS-ARCHIVE-COUNT = 5000.
               CLOSE ARCHIVE-FILE.

           180-READ-ONE-ARCHIVED.
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-COUNT
                       MOVE ARC-INVENTORY-ID
                           TO WS-ARC-ID(WS-ARCHIVE-COUNT)
               END-READ.

           190-CLOSE-THE-MASTERS.
               IF WS-STUDENT-OPEN = 'Y'
                   CLOSE STUDENT-RECORDS-FILE
               END-IF.
               IF WS-INVENTORY-OPEN = 'Y'
                   CLOSE INDEXED-INVENT-FILE
               END-IF.
               IF WS-VEHICLE-OPEN = 'Y'
                   CLOSE VEHICLE-MASTER-FILE
               END-IF.

      *> Grade history and the payment plans hang off the student
      *> number.
           200-AUDIT-GRADE-HISTORY.
               MOVE "GRADE-HISTORY.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-STUDENT-OPEN = 'Y'
                   OPEN INPUT GRADE-HISTORY-FILE
                   PERFORM 210-CHECK-ONE-GRADE UNTIL WS-EOF = 'Y'
                   CLOSE GRADE-HISTORY-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           210-CHECK-ONE-GRADE.
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE HIST-STUDENT-NUMBER TO WS-CHECK-STUDENT
                       PERFORM 600-CHECK-THE-STUDENT
                       IF WS-REASON NOT = SPACES
                           MOVE HIST-STUDENT-NUMBER TO WS-O-KEY
                           MOVE SPACES TO WS-O-LINE
                           STRING "COURSE " HIST-COURSE-CODE
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 650-REPORT-ORPHAN
                       END-IF
               END-READ.

           220-AUDIT-PAYMENT-SCHEDULE.
               MOVE "PAYMENT-SCHEDULE.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-STUDENT-OPEN = 'Y'
                   OPEN INPUT PAYMENT-SCHEDULE-FILE
                   PERFORM 230-CHECK-ONE-INSTALMENT
                       UNTIL WS-EOF = 'Y'
                   CLOSE PAYMENT-SCHEDULE-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           230-CHECK-ONE-INSTALMENT.
               READ PAYMENT-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SCHED-STUDENT-IO TO WS-CHECK-STUDENT
                       PERFORM 600-CHECK-THE-STUDENT
                       IF WS-REASON NOT = SPACES
                           MOVE SCHED-STUDENT-IO TO WS-O-KEY
                           MOVE SPACES TO WS-O-LINE
                           STRING "INSTALMENT " SCHED-SEQ-IO
                               " " SCHED-DUE-DATE-IO
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 650-REPORT-ORPHAN
                       END-IF
               END-READ.

      *> Location lines hang off the inventory ID.
           300-AUDIT-STOCK-LOCATIONS.
               MOVE "STOCK-LOCATIONS.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-INVENTORY-OPEN = 'Y'
                   OPEN INPUT STOCK-LOCATIONS-FILE
                   PERFORM 310-CHECK-ONE-LOCATION UNTIL WS-EOF = 'Y'
                   CLOSE STOCK-LOCATIONS-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           310-CHECK-ONE-LOCATION.
               READ STOCK-LOCATIONS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SLC-INVENTORY-ID TO WS-CHECK-ITEM
                       PERFORM 610-CHECK-THE-ITEM
                       IF WS-REASON NOT = SPACES
                           MOVE SLC-INVENTORY-ID TO WS-O-KEY
                           MOVE SPACES TO WS-O-LINE
                           STRING "LOCATION " SLC-LOCATION
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 650-REPORT-ORPHAN
                       END-IF
               END-READ.

      *> The vehicle files all hang off the type and year key.
           400-AUDIT-TRAILER-BOOKINGS.
               MOVE "TRAILER-BOOKINGS.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-VEHICLE-OPEN = 'Y'
                   OPEN INPUT BOOKING-FILE
                   PERFORM 410-CHECK-ONE-BOOKING UNTIL WS-EOF = 'Y'
                   CLOSE BOOKING-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           410-CHECK-ONE-BOOKING.
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE BKG-CAR-TYPE TO WS-CHECK-CAR-TYPE
                       MOVE BKG-CAR-YEAR TO WS-CHECK-CAR-YEAR
                       PERFORM 630-CHECK-THE-VEHICLE
                       IF WS-REASON NOT = SPACES
                           MOVE SPACES TO WS-O-LINE
                           STRING "TRAILER " BKG-TRAILER-ID
                               " " BKG-FROM-DATE
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 640-REPORT-VEHICLE-ORPHAN
                       END-IF
               END-READ.

           420-AUDIT-VEHICLE-LIENS.
               MOVE "VEHICLE-LIENS.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-VEHICLE-OPEN = 'Y'
                   OPEN INPUT VEHICLE-LIENS-FILE
                   PERFORM 430-CHECK-ONE-LIEN UNTIL WS-EOF = 'Y'
                   CLOSE VEHICLE-LIENS-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           430-CHECK-ONE-LIEN.
               READ VEHICLE-LIENS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE LIEN-CAR-TYPE TO WS-CHECK-CAR-TYPE
                       MOVE LIEN-CAR-YEAR TO WS-CHECK-CAR-YEAR
                       PERFORM 630-CHECK-THE-VEHICLE
                       IF WS-REASON NOT = SPACES
                           MOVE LIEN-HOLDER TO WS-O-LINE
                           PERFORM 640-REPORT-VEHICLE-ORPHAN
                       END-IF
               END-READ.

           440-AUDIT-SERVICE-HISTORY.
               MOVE "SERVICE-HISTORY.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-VEHICLE-OPEN = 'Y'
                   OPEN INPUT SERVICE-HISTORY-FILE
                   PERFORM 450-CHECK-ONE-SERVICE UNTIL WS-EOF = 'Y'
                   CLOSE SERVICE-HISTORY-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           450-CHECK-ONE-SERVICE.
               READ SERVICE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SVH-CAR-TYPE TO WS-CHECK-CAR-TYPE
                       MOVE SVH-CAR-YEAR TO WS-CHECK-CAR-YEAR
                       PERFORM 630-CHECK-THE-VEHICLE
                       IF WS-REASON NOT = SPACES
                           MOVE SPACES TO WS-O-LINE
                           STRING "SERVICE " SVH-SERVICE-CODE
                               " " SVH-DATE
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 640-REPORT-VEHICLE-ORPHAN
                       END-IF
               END-READ.

           460-AUDIT-INSURANCE.
               MOVE "VEHICLE-INSURANCE.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-VEHICLE-OPEN = 'Y'
                   OPEN INPUT INSURANCE-FILE
                   PERFORM 470-CHECK-ONE-POLICY UNTIL WS-EOF = 'Y'
                   CLOSE INSURANCE-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           470-CHECK-ONE-POLICY.
               READ INSURANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE INS-CAR-TYPE TO WS-CHECK-CAR-TYPE
                       MOVE INS-CAR-YEAR TO WS-CHECK-CAR-YEAR
                       PERFORM 630-CHECK-THE-VEHICLE
                       IF WS-REASON NOT = SPACES
                           MOVE SPACES TO WS-O-LINE
                           STRING "POLICY " INS-POLICY-NUMBER
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 640-REPORT-VEHICLE-ORPHAN
                       END-IF
               END-READ.

           480-AUDIT-VIOLATIONS.
               MOVE "VEHICLE-VIOLATIONS.TXT" TO WS-FILE-NAME.
               PERFORM 500-START-ONE-FILE.
               IF WS-VEHICLE-OPEN = 'Y'
                   OPEN INPUT VIOLATION-FILE
                   PERFORM 490-CHECK-ONE-TICKET UNTIL WS-EOF = 'Y'
                   CLOSE VIOLATION-FILE
                   PERFORM 580-PRINT-FILE-COUNT
               ELSE
                   PERFORM 590-PRINT-NOT-CHECKED
               END-IF.

           490-CHECK-ONE-TICKET.
               READ VIOLATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE VIO-CAR-TYPE TO WS-CHECK-CAR-TYPE
                       MOVE VIO-CAR-YEAR TO WS-CHECK-CAR-YEAR
                       PERFORM 630-CHECK-THE-VEHICLE
                       IF WS-REASON NOT = SPACES
                           MOVE SPACES TO WS-O-LINE
                           STRING "TICKET " VIO-TICKET
                               DELIMITED BY SIZE INTO WS-O-LINE
                           PERFORM 640-REPORT-VEHICLE-ORPHAN
                       END-IF
               END-READ.

           500-START-ONE-FILE.
               MOVE 'N' TO WS-EOF.
               MOVE 0 TO WS-FILE-READ.
               MOVE 0 TO WS-FILE-ORPHANS.

           580-PRINT-FILE-COUNT.
               MOVE WS-FILE-NAME TO WS-C-FILE.
               MOVE WS-FILE-READ TO WS-C-READ.
               MOVE WS-FILE-ORPHANS TO WS-C-ORPHANS.
               IF WS-FILE-ORPHANS = 0
                   MOVE "CLEAN" TO WS-C-NOTE
               ELSE
                   MOVE SPACES TO WS-C-NOTE
               END-IF.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.
               ADD WS-FILE-READ TO WS-TOTAL-READ.

           590-PRINT-NOT-CHECKED.
               MOVE WS-FILE-NAME TO WS-C-FILE.
               MOVE 0 TO WS-C-READ.
               MOVE 0 TO WS-C-ORPHANS.
               MOVE "NOT CHECKED -- MASTER WOULD NOT OPEN"
                   TO WS-C-NOTE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.

      *> Each check leaves WS-REASON blank when the line has its
      *> master record, and says why not otherwise.
           600-CHECK-THE-STUDENT.
               MOVE SPACES TO WS-REASON.
               IF WS-CHECK-STUDENT IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REASON
               ELSE
                   MOVE WS-CHECK-STUDENT-9 TO STUDENT-NUMBER-OUT
                   READ STUDENT-RECORDS-FILE
                       INVALID KEY
                           MOVE "STUDENT NOT ON STUDENT MASTER"
                               TO WS-REASON
                   END-READ
               END-IF.

           610-CHECK-THE-ITEM.
               MOVE SPACES TO WS-REASON.
               MOVE WS-CHECK-ITEM TO INVENTORY-ID.
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       PERFORM 620-WAS-IT-PURGED
               END-READ.

           620-WAS-IT-PURGED.
               MOVE 'N' TO WS-FOUND-FLAG.
               PERFORM 625-SCAN-ONE-ARCHIVED
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ARCHIVE-COUNT
                       OR WS-FOUND-FLAG = 'Y'.
               IF WS-FOUND-FLAG = 'Y'
                   MOVE "ITEM PURGED -- ON INVENTORY ARCHIVE"
                       TO WS-REASON
               ELSE
                   MOVE "ITEM NOT ON INVENTORY MASTER" TO WS-REASON
               END-IF.

           625-SCAN-ONE-ARCHIVED.
               IF WS-ARC-ID(WS-SUB) = WS-CHECK-ITEM
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF.

           630-CHECK-THE-VEHICLE.
               MOVE SPACES TO WS-REASON.
               IF WS-CHECK-CAR-YEAR IS NOT NUMERIC
                   MOVE "VEHICLE YEAR NOT NUMERIC" TO WS-REASON
               ELSE
                   MOVE WS-CHECK-CAR-TYPE TO VM-CAR-TYPE
                   MOVE WS-CHECK-CAR-YEAR-9 TO VM-CAR-YEAR
                   READ VEHICLE-MASTER-FILE
                       INVALID KEY
                           MOVE "VEHICLE NOT ON VEHICLE MASTER"
                               TO WS-REASON
                   END-READ
               END-IF.

           640-REPORT-VEHICLE-ORPHAN.
               MOVE SPACES TO WS-O-KEY.
               STRING WS-CHECK-CAR-TYPE " " WS-CHECK-CAR-YEAR
                   DELIMITED BY SIZE INTO WS-O-KEY.
               PERFORM 650-REPORT-ORPHAN.

           650-REPORT-ORPHAN.
               ADD 1 TO WS-FILE-ORPHANS.
               ADD 1 TO WS-TOTAL-ORPHANS.
               MOVE WS-FILE-NAME TO WS-O-FILE.
               MOVE WS-REASON TO WS-O-REASON.
               WRITE REPORT-LINE-OUT FROM WS-ORPHAN-LINE.
               DISPLAY WS-ORPHAN-LINE.

      *> The grading rule: a master that would not open fails the
      *> run; more orphans than the last audit found is a warning;
      *> the same or fewer is reported but not raised, since the
      *> clean-up of an old orphan is somebody's open ticket.
           700-PRINT-THE-VERDICT.
               MOVE "TOTAL" TO WS-C-FILE.
               MOVE WS-TOTAL-READ TO WS-C-READ.
               MOVE WS-TOTAL-ORPHANS TO WS-C-ORPHANS.
               MOVE SPACES TO WS-C-NOTE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.
               MOVE SPACES TO WS-MESSAGE-LINE.
               IF WS-HISTORY-FOUND = 'Y'
                   STRING "LAST AUDIT " WS-LAST-DATE
                       " FOUND " WS-LAST-ORPHANS " ORPHANS"
                       DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               ELSE
                   MOVE "NO EARLIER AUDIT ON FILE"
                       TO WS-MESSAGE-LINE
               END-IF.
               WRITE REPORT-LINE-OUT FROM WS-MESSAGE-LINE.
               DISPLAY WS-MESSAGE-LINE.
               IF WS-MASTER-MISSING = 'Y'
                   MOVE "*** AUDIT INCOMPLETE -- MASTER NOT OPEN ***"
                       TO WS-MESSAGE-LINE
                   MOVE 8 TO WS-RL-RETURN-CODE
               ELSE IF WS-TOTAL-ORPHANS > WS-LAST-ORPHANS
                   MOVE "*** ORPHAN COUNT UP SINCE LAST AUDIT ***"
                       TO WS-MESSAGE-LINE
                   MOVE 4 TO WS-RL-RETURN-CODE
               ELSE IF WS-TOTAL-ORPHANS = 0
                   MOVE "INTEGRITY CLEAN -- NO ORPHANS"
                       TO WS-MESSAGE-LINE
                   MOVE 0 TO WS-RL-RETURN-CODE
               ELSE
                   MOVE "ORPHANS REMAIN -- NOT UP SINCE LAST AUDIT"
                       TO WS-MESSAGE-LINE
                   MOVE 0 TO WS-RL-RETURN-CODE
               END-IF.
               WRITE REPORT-LINE-OUT FROM WS-MESSAGE-LINE.
               DISPLAY WS-MESSAGE-LINE.

      *> An incomplete audit is not a baseline to measure the next
      *> one against, so only a complete run goes on the history.
           760-RECORD-THIS-AUDIT.
               IF WS-MASTER-MISSING = 'N'
                   OPEN EXTEND AUDIT-HISTORY-FILE
                   MOVE SPACES TO AUDIT-HISTORY-RECORD
                   MOVE WS-RUN-DATE TO IAH-RUN-DATE
                   MOVE WS-TOTAL-ORPHANS TO IAH-ORPHAN-COUNT
                   MOVE WS-RL-RETURN-CODE TO IAH-RETURN-CODE
                   WRITE AUDIT-HISTORY-RECORD
                   CLOSE AUDIT-HISTORY-FILE
               END-IF.

      *> Lines checked go in the read column, orphans in the
      *> rejected column.  The run's code is set after the log
      *> call, since a CALL resets the RETURN-CODE register.
           900-LOG-THIS-RUN.
               MOVE WS-TOTAL-READ TO WS-RL-READ-COUNT.
               COMPUTE WS-RL-WRITTEN-COUNT =
                   WS-TOTAL-READ - WS-TOTAL-ORPHANS.
               MOVE WS-TOTAL-ORPHANS TO WS-RL-REJECTED-COUNT.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM INTEGRITY_AUDIT_PROGRAM.
