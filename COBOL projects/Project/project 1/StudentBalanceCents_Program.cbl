      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 12-02-2025
      * Purpose: one-time cutover of the student balances from whole
      * dollars to dollars and cents.  The whole-dollar master is
      * kept as STUDENT-MASTER-DOLLARS.TXT and rebuilt in the
      * dollars-and-cents layout; the balance carried over is the
      * old one unless BALANCE-CENTS-CORRECTIONS.TXT (the cents the
      * old programs rounded away, recovered from the bank deposit
      * history) says otherwise, and every corrected account gets a
      * CNV line on the student journal and on the sub-ledger so
      * the itemized balance still ties to the master.  The
      * journal, sub-ledger, adjustment journal, session totals,
      * statement index, graduates file, collection placements,
      * write-off queue and the sponsor files are each kept as a
      * -DOLLARS copy and rewritten in the new layout.
      * BALANCE-CONVERSION-REPORT.TXT
      * lists every account whose balance the conversion changed
      * and every correction that could not be applied.  Runs once,
      * for a supervisor, under the master lock: a master that is
      * already converted (the dollars copy exists, or the master
      * no longer opens in the whole-dollar layout) is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT_BALANCE_CENTS_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OLD-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY OLD-STUDENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT NEW-MASTER-FILE
           ASSIGN TO '..\STUDENT-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY NEW-STUDENT-NUMBER
           FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL MASTER-KEEP-FILE
           ASSIGN TO '..\STUDENT-MASTER-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-KEEP-STATUS.
           SELECT OPTIONAL CORRECTION-FILE
           ASSIGN TO '..\BALANCE-CENTS-CORRECTIONS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERSION-REPORT-OUT
           ASSIGN TO '..\BALANCE-CONVERSION-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO '..\STUDENT-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT JOURNAL-KEEP-FILE
           ASSIGN TO '..\STUDENT-JOURNAL-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUBLEDGER-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT SUBLEDGER-KEEP-FILE
           ASSIGN TO '..\SUBLEDGER-POSTINGS-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUST-JOURNAL-FILE
           ASSIGN TO '..\ADJUSTMENT-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT ADJUST-KEEP-FILE
           ASSIGN TO '..\ADJUSTMENT-JOURNAL-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SESSION-TOTALS-FILE
           ASSIGN TO '..\SESSION-TOTALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT SESSION-KEEP-FILE
           ASSIGN TO '..\SESSION-TOTALS-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPONSOR-MASTER-FILE
           ASSIGN TO '..\SPONSOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT SPONSOR-KEEP-FILE
           ASSIGN TO '..\SPONSOR-MASTER-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPONSORSHIP-FILE
           ASSIGN TO '..\STUDENT-SPONSORSHIPS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT SPONSORSHIP-KEEP-FILE
           ASSIGN TO '..\STUDENT-SPONSORSHIPS-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPONSOR-INVOICE-FILE
           ASSIGN TO '..\SPONSOR-INVOICES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT INVOICE-KEEP-FILE
           ASSIGN TO '..\SPONSOR-INVOICES-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATEMENT-INDEX-FILE
           ASSIGN TO '..\STATEMENT-INDEX.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT STATEMENT-KEEP-FILE
           ASSIGN TO '..\STATEMENT-INDEX-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADUATES-FILE
           ASSIGN TO '..\GRADUATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT GRADUATES-KEEP-FILE
           ASSIGN TO '..\GRADUATES-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
           ASSIGN TO '..\COLLECTION-PLACEMENTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT PLACEMENT-KEEP-FILE
           ASSIGN TO '..\COLLECTION-PLACEMENTS-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-PENDING-FILE
           ASSIGN TO '..\WRITEOFF-PENDING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SIDE-STATUS.
           SELECT WRITEOFF-PENDING-KEEP-FILE
           ASSIGN TO '..\WRITEOFF-PENDING-DOLLARS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The master in the whole-dollar layout it is read in, and in
      *> the dollars-and-cents layout it is rebuilt in.  Only the
      *> balance moves; the rest of the record is carried across
      *> byte for byte.
       FD OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
           05 OLD-STUDENT-NUMBER      PIC 9(7).
           05 OLD-REST                PIC X(154).

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD.
           05 NEW-STUDENT-NUMBER      PIC 9(7).
           05 NEW-GAP                 PIC X(3).
           05 NEW-TUITION-OWED        PIC S9(7)V99.
           05 NEW-REST                PIC X(144).

       FD MASTER-KEEP-FILE.
       01 MASTER-KEEP-RECORD.
           05 MKP-STUDENT-NUMBER      PIC 9(7).
           05 MKP-GAP                 PIC X(3).
           05 MKP-TUITION-OWED        PIC S9(7).
           05 MKP-REST                PIC X(144).

      *> One correction per line: student, the signed amount in
      *> dollars and cents to add to the carried-over balance, and
      *> a note for the report.  A student may have several lines.
       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
           05 COR-STUDENT-NUMBER      PIC X(7).
           05 COR-STUDENT-9 REDEFINES COR-STUDENT-NUMBER PIC 9(7).
           05 FILLER                  PIC X(1).
           05 COR-AMOUNT              PIC X(8).
           05 COR-AMOUNT-9 REDEFINES COR-AMOUNT
                                      PIC S9(5)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(1).
           05 COR-NOTE                PIC X(30).

       FD CONVERSION-REPORT-OUT.
       01 REPORT-LINE-OUT             PIC X(100).

      *> Student journal: new layout written, old layout read.
       FD JOURNAL-FILE.
       01 JOURNAL-LINE-OUT.
           05 JRNL-DATE-OUT       PIC 9(8).
           05 FILLER              PIC X(1).
           05 JRNL-TIME-OUT       PIC 9(8).
           05 FILLER              PIC X(1).
           05 JRNL-OPERATOR-OUT   PIC X(20).
           05 FILLER              PIC X(1).
           05 JRNL-ACTION-OUT     PIC X(3).
           05 FILLER              PIC X(1).
           05 JRNL-STUDENT-OUT    PIC 9(7).
           05 FILLER              PIC X(1).
           05 JRNL-BEFORE-OUT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 JRNL-AFTER-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 JOURNAL-OLD-LINE        PIC X(68).

       FD JOURNAL-KEEP-FILE.
       01 JOURNAL-KEEP-LINE.
           05 JKP-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 JKP-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 JKP-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 JKP-ACTION          PIC X(3).
           05 FILLER              PIC X(1).
           05 JKP-STUDENT         PIC 9(7).
           05 FILLER              PIC X(1).
           05 JKP-BEFORE          PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 JKP-AFTER           PIC S9(7) SIGN LEADING SEPARATE.

       FD SUBLEDGER-FILE.
       01 SUBLEDGER-LINE-OUT.
           05 SUB-DATE-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 SUB-STUDENT-OUT     PIC 9(7).
           05 FILLER              PIC X(1).
           05 SUB-CHARGE-OUT      PIC X(3).
           05 FILLER              PIC X(1).
           05 SUB-AMOUNT-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SUB-SOURCE-OUT      PIC X(3).
       01 SUBLEDGER-OLD-LINE      PIC X(33).

       FD SUBLEDGER-KEEP-FILE.
       01 SUBLEDGER-KEEP-LINE.
           05 SKP-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 SKP-STUDENT         PIC 9(7).
           05 FILLER              PIC X(1).
           05 SKP-CHARGE          PIC X(3).
           05 FILLER              PIC X(1).
           05 SKP-AMOUNT          PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SKP-SOURCE          PIC X(3).

       FD ADJUST-JOURNAL-FILE.
       01 ADJUST-JOURNAL-LINE-OUT.
           05 ADJ-DATE-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 ADJ-TIME-OUT        PIC 9(8).
           05 FILLER              PIC X(1).
           05 ADJ-OPERATOR-OUT    PIC X(20).
           05 FILLER              PIC X(1).
           05 ADJ-STUDENT-OUT     PIC 9(7).
           05 FILLER              PIC X(1).
           05 ADJ-REASON-OUT      PIC X(3).
           05 FILLER              PIC X(1).
           05 ADJ-AMOUNT-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 ADJ-BEFORE-OUT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 ADJ-AFTER-OUT       PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 ADJUST-OLD-LINE         PIC X(77).

       FD ADJUST-KEEP-FILE.
       01 ADJUST-KEEP-LINE.
           05 AKP-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 AKP-TIME            PIC 9(8).
           05 FILLER              PIC X(1).
           05 AKP-OPERATOR        PIC X(20).
           05 FILLER              PIC X(1).
           05 AKP-STUDENT         PIC 9(7).
           05 FILLER              PIC X(1).
           05 AKP-REASON          PIC X(3).
           05 FILLER              PIC X(1).
           05 AKP-AMOUNT          PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 AKP-BEFORE          PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 AKP-AFTER           PIC S9(7) SIGN LEADING SEPARATE.

       FD SESSION-TOTALS-FILE.
       01 SESSION-TOTALS-LINE-OUT.
           05 SESS-DATE-OUT       PIC 9(8).
           05 FILLER              PIC X(1).
           05 SESS-COUNT-OUT      PIC 9(4).
           05 FILLER              PIC X(1).
           05 SESS-TOTAL-OUT      PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 SESSION-OLD-LINE        PIC X(24).

       FD SESSION-KEEP-FILE.
       01 SESSION-KEEP-LINE.
           05 TKP-DATE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 TKP-COUNT           PIC 9(4).
           05 FILLER              PIC X(1).
           05 TKP-TOTAL           PIC S9(9) SIGN LEADING SEPARATE.

       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
           05 SPM-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPM-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 SPM-ADDRESS         PIC X(40).
           05 FILLER              PIC X(1).
           05 SPM-RECEIVABLE      PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 SPONSOR-OLD-RECORD      PIC X(89).

       FD SPONSOR-KEEP-FILE.
       01 SPONSOR-KEEP-RECORD.
           05 PKP-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 PKP-NAME            PIC X(30).
           05 FILLER              PIC X(1).
           05 PKP-ADDRESS         PIC X(40).
           05 FILLER              PIC X(1).
           05 PKP-RECEIVABLE      PIC S9(9) SIGN LEADING SEPARATE.

       FD SPONSORSHIP-FILE.
       01 SPONSORSHIP-RECORD.
           05 SPS-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SPS-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPS-BASIS           PIC X(1).
           05 FILLER              PIC X(1).
           05 SPS-PERCENT         PIC 9(3).
           05 FILLER              PIC X(1).
           05 SPS-CAP             PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 SPS-BILLED          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 SPS-BILLED-THROUGH  PIC 9(8).
       01 SPONSORSHIP-OLD-RECORD  PIC X(45).

       FD SPONSORSHIP-KEEP-FILE.
       01 SPONSORSHIP-KEEP-RECORD.
           05 HKP-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 HKP-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 HKP-BASIS           PIC X(1).
           05 FILLER              PIC X(1).
           05 HKP-PERCENT         PIC 9(3).
           05 FILLER              PIC X(1).
           05 HKP-CAP             PIC 9(7).
           05 FILLER              PIC X(1).
           05 HKP-BILLED          PIC 9(7).
           05 FILLER              PIC X(1).
           05 HKP-BILLED-THROUGH  PIC 9(8).

       FD SPONSOR-INVOICE-FILE.
       01 SPONSOR-INVOICE-RECORD.
           05 SPI-INVOICE-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SPI-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 SPI-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 SPI-PERIOD-END      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SPI-AMOUNT          PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 SPI-PAID            PIC 9(9)V99.
       01 SPONSOR-INVOICE-OLD-RECORD PIC X(51).

       FD INVOICE-KEEP-FILE.
       01 INVOICE-KEEP-RECORD.
           05 IKP-INVOICE-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 IKP-SPONSOR-ID      PIC X(6).
           05 FILLER              PIC X(1).
           05 IKP-INVOICE-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 IKP-PERIOD-END      PIC 9(8).
           05 FILLER              PIC X(1).
           05 IKP-AMOUNT          PIC 9(9).
           05 FILLER              PIC X(1).
           05 IKP-PAID            PIC 9(9).

       FD STATEMENT-INDEX-FILE.
       01 STATEMENT-INDEX-RECORD.
           05 SIX-STATEMENT-NUMBER PIC 9(7).
           05 FILLER              PIC X(1).
           05 SIX-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 SIX-PERIOD-START    PIC 9(8).
           05 FILLER              PIC X(1).
           05 SIX-PERIOD-END      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SIX-OPENING-BALANCE PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 SIX-CLOSING-BALANCE PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
       01 STATEMENT-INDEX-OLD-RECORD PIC X(51).

       FD STATEMENT-KEEP-FILE.
       01 STATEMENT-KEEP-RECORD.
           05 XKP-STATEMENT-NUMBER PIC 9(7).
           05 FILLER              PIC X(1).
           05 XKP-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 XKP-PERIOD-START    PIC 9(8).
           05 FILLER              PIC X(1).
           05 XKP-PERIOD-END      PIC 9(8).
           05 FILLER              PIC X(1).
           05 XKP-OPENING-BALANCE PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 XKP-CLOSING-BALANCE PIC S9(7) SIGN LEADING SEPARATE.

      *> A graduate line is the master record as it stood at
      *> graduation, then the graduation date.  The new line keeps
      *> the first 161 bytes of the cents master, as the year-end
      *> roll writes it, so the overdue-period count drops off.
       FD GRADUATES-FILE.
       01 GRADUATE-RECORD.
           05 GRAD-STUDENT-NUMBER PIC 9(7).
           05 GRAD-GAP            PIC X(3).
           05 GRAD-TUITION-OWED   PIC S9(7)V99.
           05 GRAD-REST           PIC X(142).
           05 FILLER              PIC X(1).
           05 GRAD-DATE           PIC 9(8).
       01 GRADUATE-OLD-RECORD     PIC X(170).

       FD GRADUATES-KEEP-FILE.
       01 GRADUATE-KEEP-RECORD.
           05 GKP-STUDENT-NUMBER  PIC 9(7).
           05 GKP-GAP             PIC X(3).
           05 GKP-TUITION-OWED    PIC S9(7).
           05 GKP-REST            PIC X(142).
           05 GKP-OVERDUE-PERIODS PIC X(2).
           05 FILLER              PIC X(1).
           05 GKP-DATE            PIC 9(8).

      *> The amount placed with the agency, and the amount queued
      *> for write-off when the agency hands the account back, are
      *> the last field on each line.
       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
           05 PLC-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 PLC-PLACED-AMOUNT   PIC 9(7)V99.
       01 PLACEMENT-OLD-RECORD    PIC X(24).

       FD PLACEMENT-KEEP-FILE.
       01 PLACEMENT-KEEP-RECORD.
           05 PKP-STUDENT-NUMBER  PIC 9(7).
           05 FILLER              PIC X(1).
           05 PKP-PLACED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 PKP-PLACED-AMOUNT   PIC 9(7).

       FD WRITEOFF-PENDING-FILE.
       01 WRITEOFF-PENDING-RECORD.
           05 WOP-FRONT           PIC X(29).
           05 WOP-PLACED-AMOUNT   PIC 9(7)V99.
       01 WRITEOFF-PENDING-OLD-RECORD PIC X(36).

       FD WRITEOFF-PENDING-KEEP-FILE.
       01 WRITEOFF-PENDING-KEEP-RECORD.
           05 WKP-FRONT           PIC X(29).
           05 WKP-PLACED-AMOUNT   PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-KEEP-STATUS PIC X(2).
       01 WS-SIDE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
           05 WS-OP-AUTH-STATUS   PIC X(1).
       01 WS-LOCK-AREA.
           05 WS-LOCK-ACTION      PIC X(1).
           05 WS-LOCK-OPERATOR    PIC X(20).
           05 WS-LOCK-RESULT      PIC X(1).

      *> Corrections as loaded; the used flag marks the ones that
      *> found their student on the master.
       01 WS-CORRECTION-TABLE.
           05 WS-CORRECTION-ENTRY OCCURS 2000 TIMES.
               10 WS-CO-STUDENT   PIC 9(7).
               10 WS-CO-AMOUNT    PIC S9(5)V99.
               10 WS-CO-NOTE      PIC X(30).
               10 WS-CO-USED      PIC X(1).
       01 WS-CORRECTION-COUNT PIC 9(4) VALUE 0.
       01 WS-CO-SUB PIC 9(4).

      *> Accounts the conversion changed, for the CNV journal and
      *> sub-ledger lines written once those files are converted.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 2000 TIMES.
               10 WS-CH-STUDENT   PIC 9(7).
               10 WS-CH-BEFORE    PIC S9(7)V99.
               10 WS-CH-AFTER     PIC S9(7)V99.
       01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).

       01 WS-OLD-BALANCE PIC S9(7)V99.
       01 WS-CORRECTION-SUM PIC S9(7)V99.
       01 WS-NEW-BALANCE PIC S9(7)V99.
       01 WS-FIRST-NOTE PIC X(30).
       01 WS-NET-CORRECTION PIC S9(9)V99 VALUE 0.
       01 WS-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7).
       01 WS-FILE-CAPTION PIC X(30).

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(10) VALUE "STUDENT   ".
           05 FILLER              PIC X(15) VALUE "   OLD BALANCE ".
           05 FILLER              PIC X(13) VALUE "  CORRECTION ".
           05 FILLER              PIC X(15) VALUE "   NEW BALANCE ".
           05 FILLER              PIC X(4) VALUE " ".
           05 FILLER              PIC X(4) VALUE "NOTE".
       01 WS-CHANGE-LINE.
           05 WS-C-STUDENT        PIC 9(7).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-C-OLD            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-C-CORRECTION     PIC ZZ,ZZ9.99-.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-C-NEW            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(6) VALUE SPACES.
           05 WS-C-NOTE           PIC X(30).
       01 WS-REJECT-LINE.
           05 FILLER              PIC X(21)
               VALUE "CORRECTION REJECTED  ".
           05 WS-R-STUDENT        PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-R-AMOUNT         PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-R-REASON         PIC X(20).
       01 WS-COUNT-LINE.
           05 WS-CT-CAPTION       PIC X(36).
           05 WS-CT-COUNT         PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
           05 WS-AT-CAPTION       PIC X(36).
           05 WS-AT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RUN-LOG-AREA.
           05 WS-RL-PROGRAM-ID    PIC X(30)
               VALUE "STUDENT_BALANCE_CENTS_PROGRAM".
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
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
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
           IF WS-OP-AUTH-LEVEL < 3
               DISPLAY "The cents conversion rebuilds the master -- "
                   "supervisor level required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'A' TO WS-LOCK-ACTION.
           MOVE WS-AUDIT-OPERATOR TO WS-LOCK-OPERATOR.
           CALL 'MASTER_LOCK' USING WS-LOCK-AREA.
           IF WS-LOCK-RESULT NOT = '0'
               DISPLAY "Master is in use -- conversion not started."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-CHECK-NOT-CONVERTED.
           IF WS-RUN-STATUS = 0
               PERFORM 120-LOAD-CORRECTIONS
               OPEN OUTPUT CONVERSION-REPORT-OUT
               WRITE REPORT-LINE-OUT FROM WS-HEADING-LINE
               PERFORM 200-KEEP-DOLLAR-MASTER
               PERFORM 220-REBUILD-MASTER
               PERFORM 260-REPORT-UNUSED-CORRECTIONS
               PERFORM 300-CONVERT-STUDENT-JOURNAL
               PERFORM 330-CONVERT-SUBLEDGER
               PERFORM 360-CONVERT-ADJUST-JOURNAL
               PERFORM 380-CONVERT-SESSION-TOTALS
               PERFORM 400-CONVERT-SPONSOR-MASTER
               PERFORM 420-CONVERT-SPONSORSHIPS
               PERFORM 440-CONVERT-SPONSOR-INVOICES
               PERFORM 460-CONVERT-STATEMENT-INDEX
               PERFORM 480-CONVERT-GRADUATES
               PERFORM 500-CONVERT-PLACEMENTS
               PERFORM 520-CONVERT-WRITEOFF-PENDING
               PERFORM 600-PRINT-RUN-TOTALS
               CLOSE CONVERSION-REPORT-OUT
           END-IF.
           MOVE 'R' TO WS-LOCK-ACTION.
           CALL 'MASTER_LOCK' USING WS-LOCK-AREA.
           MOVE WS-RUN-STATUS TO RETURN-CODE.
           PERFORM 700-LOG-THIS-RUN.
           STOP RUN.

      *> The conversion must never run twice: a second pass would
      *> read a cents master as whole dollars and overwrite the
      *> dollars copy the first pass kept.
           100-CHECK-NOT-CONVERTED.
               OPEN INPUT MASTER-KEEP-FILE.
               IF WS-KEEP-STATUS = "00"
                   DISPLAY "STUDENT-MASTER-DOLLARS.TXT already exists "
                       "-- the master has been converted."
                   MOVE 8 TO WS-RUN-STATUS
               END-IF.
               CLOSE MASTER-KEEP-FILE.
               IF WS-RUN-STATUS = 0
                   OPEN INPUT OLD-MASTER-FILE
                   IF WS-MASTER-STATUS NOT = "00"
                       DISPLAY "Master does not open in the whole-"
                           "dollar layout, file status "
                           WS-MASTER-STATUS " -- not converted."
                       MOVE 8 TO WS-RUN-STATUS
                   END-IF
                   CLOSE OLD-MASTER-FILE
               END-IF.

           120-LOAD-CORRECTIONS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT CORRECTION-FILE.
               PERFORM 121-READ-ONE-CORRECTION UNTIL WS-EOF = 'Y'.
               CLOSE CORRECTION-FILE.

      *> Lines that cannot be read are held back for the report,
      *> which is not open yet, so they are only counted and shown
      *> here and listed again from the table's reject rows.
           121-READ-ONE-CORRECTION.
               READ CORRECTION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CORRECTION-COUNT < 2000
                           ADD 1 TO WS-CORRECTION-COUNT
                           PERFORM 122-TABLE-ONE-CORRECTION
                       ELSE
                           DISPLAY "*** WARNING: CORRECTION TABLE "
                               "IS FULL -- LINE NOT LOADED: "
                               CORRECTION-RECORD
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 4 TO WS-RUN-STATUS
                       END-IF
               END-READ.

           122-TABLE-ONE-CORRECTION.
               MOVE COR-NOTE TO WS-CO-NOTE(WS-CORRECTION-COUNT).
               IF COR-STUDENT-NUMBER IS NUMERIC
                   AND COR-AMOUNT-9 IS NUMERIC
                   MOVE COR-STUDENT-9
                       TO WS-CO-STUDENT(WS-CORRECTION-COUNT)
                   MOVE COR-AMOUNT-9
                       TO WS-CO-AMOUNT(WS-CORRECTION-COUNT)
                   MOVE 'N' TO WS-CO-USED(WS-CORRECTION-COUNT)
               ELSE
                   MOVE 0 TO WS-CO-STUDENT(WS-CORRECTION-COUNT)
                   MOVE 0 TO WS-CO-AMOUNT(WS-CORRECTION-COUNT)
                   MOVE 'X' TO WS-CO-USED(WS-CORRECTION-COUNT)
                   MOVE CORRECTION-RECORD
                       TO WS-CO-NOTE(WS-CORRECTION-COUNT)
               END-IF.

      *> The whole-dollar master goes out to the dollars copy
      *> first; the rebuild reads from the copy, never from the
      *> file it is overwriting.
           200-KEEP-DOLLAR-MASTER.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT OLD-MASTER-FILE.
               OPEN OUTPUT MASTER-KEEP-FILE.
               PERFORM 201-KEEP-ONE-MASTER-RECORD UNTIL WS-EOF = 'Y'.
               CLOSE OLD-MASTER-FILE.
               CLOSE MASTER-KEEP-FILE.

           201-KEEP-ONE-MASTER-RECORD.
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RL-READ-COUNT
                       WRITE MASTER-KEEP-RECORD FROM OLD-MASTER-RECORD
               END-READ.

           220-REBUILD-MASTER.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT MASTER-KEEP-FILE.
               OPEN OUTPUT NEW-MASTER-FILE.
               PERFORM 221-REBUILD-ONE-RECORD UNTIL WS-EOF = 'Y'.
               CLOSE MASTER-KEEP-FILE.
               CLOSE NEW-MASTER-FILE.

           221-REBUILD-ONE-RECORD.
               READ MASTER-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 222-CONVERT-ONE-BALANCE
               END-READ.

           222-CONVERT-ONE-BALANCE.
               MOVE MKP-TUITION-OWED TO WS-OLD-BALANCE.
               MOVE 0 TO WS-CORRECTION-SUM.
               MOVE SPACES TO WS-FIRST-NOTE.
               PERFORM 223-APPLY-ONE-CORRECTION
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CORRECTION-COUNT.
               COMPUTE WS-NEW-BALANCE =
                   WS-OLD-BALANCE + WS-CORRECTION-SUM.
               MOVE MKP-STUDENT-NUMBER TO NEW-STUDENT-NUMBER.
               MOVE MKP-GAP TO NEW-GAP.
               MOVE WS-NEW-BALANCE TO NEW-TUITION-OWED.
               MOVE MKP-REST TO NEW-REST.
               WRITE NEW-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "WRITE REJECTED BY THE MASTER, "
                           "FILE STATUS " WS-MASTER-STATUS " FOR: "
                           MKP-STUDENT-NUMBER
                       ADD 1 TO WS-RL-REJECTED-COUNT
                       MOVE 8 TO WS-RUN-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-COUNT
                       ADD 1 TO WS-RL-WRITTEN-COUNT
                       IF WS-CORRECTION-SUM NOT = 0
                           PERFORM 230-RECORD-ONE-CHANGE
                       END-IF
               END-WRITE.

           223-APPLY-ONE-CORRECTION.
               IF WS-CO-USED(WS-CO-SUB) NOT = 'X'
                   AND WS-CO-STUDENT(WS-CO-SUB) = MKP-STUDENT-NUMBER
                   ADD WS-CO-AMOUNT(WS-CO-SUB) TO WS-CORRECTION-SUM
                   MOVE 'Y' TO WS-CO-USED(WS-CO-SUB)
                   IF WS-FIRST-NOTE = SPACES
                       MOVE WS-CO-NOTE(WS-CO-SUB) TO WS-FIRST-NOTE
                   END-IF
               END-IF.

           230-RECORD-ONE-CHANGE.
               ADD WS-CORRECTION-SUM TO WS-NET-CORRECTION.
               MOVE MKP-STUDENT-NUMBER TO WS-C-STUDENT.
               MOVE WS-OLD-BALANCE TO WS-C-OLD.
               MOVE WS-CORRECTION-SUM TO WS-C-CORRECTION.
               MOVE WS-NEW-BALANCE TO WS-C-NEW.
               MOVE WS-FIRST-NOTE TO WS-C-NOTE.
               WRITE REPORT-LINE-OUT FROM WS-CHANGE-LINE.
               IF WS-CHANGE-COUNT < 2000
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE MKP-STUDENT-NUMBER
                       TO WS-CH-STUDENT(WS-CHANGE-COUNT)
                   MOVE WS-OLD-BALANCE TO WS-CH-BEFORE(WS-CHANGE-COUNT)
                   MOVE WS-NEW-BALANCE TO WS-CH-AFTER(WS-CHANGE-COUNT)
               ELSE
                   DISPLAY "*** WARNING: CHANGE TABLE IS FULL -- NO "
                       "CNV JOURNAL LINE FOR: " MKP-STUDENT-NUMBER
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

      *> A correction for a student who is not on the master, or
      *> one that could not be read, is listed and the run ends
      *> partial so someone looks at it.
           260-REPORT-UNUSED-CORRECTIONS.
               PERFORM 261-REPORT-ONE-UNUSED
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CORRECTION-COUNT.

           261-REPORT-ONE-UNUSED.
               IF WS-CO-USED(WS-CO-SUB) NOT = 'Y'
                   MOVE SPACES TO WS-R-STUDENT
                   MOVE SPACES TO WS-R-AMOUNT
                   IF WS-CO-USED(WS-CO-SUB) = 'X'
                       MOVE WS-CO-NOTE(WS-CO-SUB) TO CORRECTION-RECORD
                       MOVE "LINE NOT READABLE" TO WS-R-REASON
                   ELSE
                       MOVE WS-CO-STUDENT(WS-CO-SUB)
                           TO COR-STUDENT-9
                       MOVE WS-CO-AMOUNT(WS-CO-SUB) TO COR-AMOUNT-9
                       MOVE "NOT ON THE MASTER" TO WS-R-REASON
                   END-IF
                   MOVE COR-STUDENT-NUMBER TO WS-R-STUDENT
                   MOVE COR-AMOUNT TO WS-R-AMOUNT
                   WRITE REPORT-LINE-OUT FROM WS-REJECT-LINE
                   DISPLAY WS-REJECT-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO WS-RUN-STATUS
               END-IF.

      *> Each side file follows the same two steps: copy it as it
      *> stands to its -DOLLARS keep file, then rebuild it from the
      *> keep file in the dollars-and-cents layout.  A side file
      *> that does not exist yet is left alone.
           300-CONVERT-STUDENT-JOURNAL.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT JOURNAL-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT JOURNAL-KEEP-FILE
                   PERFORM 301-KEEP-ONE-JOURNAL-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE JOURNAL-FILE
                   CLOSE JOURNAL-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT JOURNAL-KEEP-FILE
                   OPEN OUTPUT JOURNAL-FILE
                   PERFORM 302-CONVERT-ONE-JOURNAL-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE JOURNAL-KEEP-FILE
               ELSE
                   CLOSE JOURNAL-FILE
                   OPEN OUTPUT JOURNAL-FILE
               END-IF.
               PERFORM 305-WRITE-ONE-CNV-JOURNAL-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHANGE-COUNT.
               CLOSE JOURNAL-FILE.
               MOVE "STUDENT-JOURNAL.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           301-KEEP-ONE-JOURNAL-LINE.
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE JOURNAL-KEEP-LINE FROM JOURNAL-OLD-LINE
               END-READ.

           302-CONVERT-ONE-JOURNAL-LINE.
               READ JOURNAL-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO JOURNAL-LINE-OUT
                       MOVE JKP-DATE TO JRNL-DATE-OUT
                       MOVE JKP-TIME TO JRNL-TIME-OUT
                       MOVE JKP-OPERATOR TO JRNL-OPERATOR-OUT
                       MOVE JKP-ACTION TO JRNL-ACTION-OUT
                       MOVE JKP-STUDENT TO JRNL-STUDENT-OUT
                       MOVE JKP-BEFORE TO JRNL-BEFORE-OUT
                       MOVE JKP-AFTER TO JRNL-AFTER-OUT
                       WRITE JOURNAL-LINE-OUT
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           305-WRITE-ONE-CNV-JOURNAL-LINE.
               MOVE SPACES TO JOURNAL-LINE-OUT.
               MOVE WS-AUDIT-DATE TO JRNL-DATE-OUT.
               MOVE WS-AUDIT-TIME TO JRNL-TIME-OUT.
               MOVE WS-AUDIT-OPERATOR TO JRNL-OPERATOR-OUT.
               MOVE "CNV" TO JRNL-ACTION-OUT.
               MOVE WS-CH-STUDENT(WS-SUB) TO JRNL-STUDENT-OUT.
               MOVE WS-CH-BEFORE(WS-SUB) TO JRNL-BEFORE-OUT.
               MOVE WS-CH-AFTER(WS-SUB) TO JRNL-AFTER-OUT.
               WRITE JOURNAL-LINE-OUT.

           330-CONVERT-SUBLEDGER.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT SUBLEDGER-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT SUBLEDGER-KEEP-FILE
                   PERFORM 331-KEEP-ONE-SUBLEDGER-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE SUBLEDGER-FILE
                   CLOSE SUBLEDGER-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT SUBLEDGER-KEEP-FILE
                   OPEN OUTPUT SUBLEDGER-FILE
                   PERFORM 332-CONVERT-ONE-SUBLEDGER-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE SUBLEDGER-KEEP-FILE
               ELSE
                   CLOSE SUBLEDGER-FILE
                   OPEN OUTPUT SUBLEDGER-FILE
               END-IF.
               PERFORM 335-WRITE-ONE-CNV-SUBLEDGER-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHANGE-COUNT.
               CLOSE SUBLEDGER-FILE.
               MOVE "SUBLEDGER-POSTINGS.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           331-KEEP-ONE-SUBLEDGER-LINE.
               READ SUBLEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE SUBLEDGER-KEEP-LINE
                           FROM SUBLEDGER-OLD-LINE
               END-READ.

           332-CONVERT-ONE-SUBLEDGER-LINE.
               READ SUBLEDGER-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SUBLEDGER-LINE-OUT
                       MOVE SKP-DATE TO SUB-DATE-OUT
                       MOVE SKP-STUDENT TO SUB-STUDENT-OUT
                       MOVE SKP-CHARGE TO SUB-CHARGE-OUT
                       MOVE SKP-AMOUNT TO SUB-AMOUNT-OUT
                       MOVE SKP-SOURCE TO SUB-SOURCE-OUT
                       WRITE SUBLEDGER-LINE-OUT
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

      *> The cents the old programs rounded away were payment
      *> cents, so the correction itemizes under PAY.
           335-WRITE-ONE-CNV-SUBLEDGER-LINE.
               MOVE SPACES TO SUBLEDGER-LINE-OUT.
               MOVE WS-AUDIT-DATE TO SUB-DATE-OUT.
               MOVE WS-CH-STUDENT(WS-SUB) TO SUB-STUDENT-OUT.
               MOVE "PAY" TO SUB-CHARGE-OUT.
               COMPUTE SUB-AMOUNT-OUT =
                   WS-CH-AFTER(WS-SUB) - WS-CH-BEFORE(WS-SUB).
               MOVE "CNV" TO SUB-SOURCE-OUT.
               WRITE SUBLEDGER-LINE-OUT.

           360-CONVERT-ADJUST-JOURNAL.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT ADJUST-JOURNAL-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT ADJUST-KEEP-FILE
                   PERFORM 361-KEEP-ONE-ADJUST-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE ADJUST-JOURNAL-FILE
                   CLOSE ADJUST-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT ADJUST-KEEP-FILE
                   OPEN OUTPUT ADJUST-JOURNAL-FILE
                   PERFORM 362-CONVERT-ONE-ADJUST-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE ADJUST-KEEP-FILE
               END-IF.
               CLOSE ADJUST-JOURNAL-FILE.
               MOVE "ADJUSTMENT-JOURNAL.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           361-KEEP-ONE-ADJUST-LINE.
               READ ADJUST-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE ADJUST-KEEP-LINE FROM ADJUST-OLD-LINE
               END-READ.

           362-CONVERT-ONE-ADJUST-LINE.
               READ ADJUST-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO ADJUST-JOURNAL-LINE-OUT
                       MOVE AKP-DATE TO ADJ-DATE-OUT
                       MOVE AKP-TIME TO ADJ-TIME-OUT
                       MOVE AKP-OPERATOR TO ADJ-OPERATOR-OUT
                       MOVE AKP-STUDENT TO ADJ-STUDENT-OUT
                       MOVE AKP-REASON TO ADJ-REASON-OUT
                       MOVE AKP-AMOUNT TO ADJ-AMOUNT-OUT
                       MOVE AKP-BEFORE TO ADJ-BEFORE-OUT
                       MOVE AKP-AFTER TO ADJ-AFTER-OUT
                       WRITE ADJUST-JOURNAL-LINE-OUT
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           380-CONVERT-SESSION-TOTALS.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT SESSION-TOTALS-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT SESSION-KEEP-FILE
                   PERFORM 381-KEEP-ONE-SESSION-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE SESSION-TOTALS-FILE
                   CLOSE SESSION-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT SESSION-KEEP-FILE
                   OPEN OUTPUT SESSION-TOTALS-FILE
                   PERFORM 382-CONVERT-ONE-SESSION-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE SESSION-KEEP-FILE
               END-IF.
               CLOSE SESSION-TOTALS-FILE.
               MOVE "SESSION-TOTALS.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           381-KEEP-ONE-SESSION-LINE.
               READ SESSION-TOTALS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE SESSION-KEEP-LINE FROM SESSION-OLD-LINE
               END-READ.

           382-CONVERT-ONE-SESSION-LINE.
               READ SESSION-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SESSION-TOTALS-LINE-OUT
                       MOVE TKP-DATE TO SESS-DATE-OUT
                       MOVE TKP-COUNT TO SESS-COUNT-OUT
                       MOVE TKP-TOTAL TO SESS-TOTAL-OUT
                       WRITE SESSION-TOTALS-LINE-OUT
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           400-CONVERT-SPONSOR-MASTER.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT SPONSOR-MASTER-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT SPONSOR-KEEP-FILE
                   PERFORM 401-KEEP-ONE-SPONSOR
                       UNTIL WS-EOF = 'Y'
                   CLOSE SPONSOR-MASTER-FILE
                   CLOSE SPONSOR-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT SPONSOR-KEEP-FILE
                   OPEN OUTPUT SPONSOR-MASTER-FILE
                   PERFORM 402-CONVERT-ONE-SPONSOR
                       UNTIL WS-EOF = 'Y'
                   CLOSE SPONSOR-KEEP-FILE
               END-IF.
               CLOSE SPONSOR-MASTER-FILE.
               MOVE "SPONSOR-MASTER.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           401-KEEP-ONE-SPONSOR.
               READ SPONSOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE SPONSOR-KEEP-RECORD
                           FROM SPONSOR-OLD-RECORD
               END-READ.

           402-CONVERT-ONE-SPONSOR.
               READ SPONSOR-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SPONSOR-MASTER-RECORD
                       MOVE PKP-SPONSOR-ID TO SPM-SPONSOR-ID
                       MOVE PKP-NAME TO SPM-NAME
                       MOVE PKP-ADDRESS TO SPM-ADDRESS
                       MOVE PKP-RECEIVABLE TO SPM-RECEIVABLE
                       WRITE SPONSOR-MASTER-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           420-CONVERT-SPONSORSHIPS.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT SPONSORSHIP-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT SPONSORSHIP-KEEP-FILE
                   PERFORM 421-KEEP-ONE-SPONSORSHIP
                       UNTIL WS-EOF = 'Y'
                   CLOSE SPONSORSHIP-FILE
                   CLOSE SPONSORSHIP-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT SPONSORSHIP-KEEP-FILE
                   OPEN OUTPUT SPONSORSHIP-FILE
                   PERFORM 422-CONVERT-ONE-SPONSORSHIP
                       UNTIL WS-EOF = 'Y'
                   CLOSE SPONSORSHIP-KEEP-FILE
               END-IF.
               CLOSE SPONSORSHIP-FILE.
               MOVE "STUDENT-SPONSORSHIPS.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           421-KEEP-ONE-SPONSORSHIP.
               READ SPONSORSHIP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE SPONSORSHIP-KEEP-RECORD
                           FROM SPONSORSHIP-OLD-RECORD
               END-READ.

           422-CONVERT-ONE-SPONSORSHIP.
               READ SPONSORSHIP-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SPONSORSHIP-RECORD
                       MOVE HKP-STUDENT-NUMBER TO SPS-STUDENT-NUMBER
                       MOVE HKP-SPONSOR-ID TO SPS-SPONSOR-ID
                       MOVE HKP-BASIS TO SPS-BASIS
                       MOVE HKP-PERCENT TO SPS-PERCENT
                       MOVE HKP-CAP TO SPS-CAP
                       MOVE HKP-BILLED TO SPS-BILLED
                       MOVE HKP-BILLED-THROUGH TO SPS-BILLED-THROUGH
                       WRITE SPONSORSHIP-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           440-CONVERT-SPONSOR-INVOICES.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT SPONSOR-INVOICE-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT INVOICE-KEEP-FILE
                   PERFORM 441-KEEP-ONE-INVOICE
                       UNTIL WS-EOF = 'Y'
                   CLOSE SPONSOR-INVOICE-FILE
                   CLOSE INVOICE-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT INVOICE-KEEP-FILE
                   OPEN OUTPUT SPONSOR-INVOICE-FILE
                   PERFORM 442-CONVERT-ONE-INVOICE
                       UNTIL WS-EOF = 'Y'
                   CLOSE INVOICE-KEEP-FILE
               END-IF.
               CLOSE SPONSOR-INVOICE-FILE.
               MOVE "SPONSOR-INVOICES.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           441-KEEP-ONE-INVOICE.
               READ SPONSOR-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE INVOICE-KEEP-RECORD
                           FROM SPONSOR-INVOICE-OLD-RECORD
               END-READ.

           442-CONVERT-ONE-INVOICE.
               READ INVOICE-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SPONSOR-INVOICE-RECORD
                       MOVE IKP-INVOICE-NUMBER TO SPI-INVOICE-NUMBER
                       MOVE IKP-SPONSOR-ID TO SPI-SPONSOR-ID
                       MOVE IKP-INVOICE-DATE TO SPI-INVOICE-DATE
                       MOVE IKP-PERIOD-END TO SPI-PERIOD-END
                       MOVE IKP-AMOUNT TO SPI-AMOUNT
                       MOVE IKP-PAID TO SPI-PAID
                       WRITE SPONSOR-INVOICE-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           460-CONVERT-STATEMENT-INDEX.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT STATEMENT-INDEX-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT STATEMENT-KEEP-FILE
                   PERFORM 461-KEEP-ONE-INDEX-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE STATEMENT-INDEX-FILE
                   CLOSE STATEMENT-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT STATEMENT-KEEP-FILE
                   OPEN OUTPUT STATEMENT-INDEX-FILE
                   PERFORM 462-CONVERT-ONE-INDEX-LINE
                       UNTIL WS-EOF = 'Y'
                   CLOSE STATEMENT-KEEP-FILE
               END-IF.
               CLOSE STATEMENT-INDEX-FILE.
               MOVE "STATEMENT-INDEX.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           461-KEEP-ONE-INDEX-LINE.
               READ STATEMENT-INDEX-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE STATEMENT-KEEP-RECORD
                           FROM STATEMENT-INDEX-OLD-RECORD
               END-READ.

           462-CONVERT-ONE-INDEX-LINE.
               READ STATEMENT-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO STATEMENT-INDEX-RECORD
                       MOVE XKP-STATEMENT-NUMBER
                           TO SIX-STATEMENT-NUMBER
                       MOVE XKP-STUDENT-NUMBER TO SIX-STUDENT-NUMBER
                       MOVE XKP-PERIOD-START TO SIX-PERIOD-START
                       MOVE XKP-PERIOD-END TO SIX-PERIOD-END
                       MOVE XKP-OPENING-BALANCE
                           TO SIX-OPENING-BALANCE
                       MOVE XKP-CLOSING-BALANCE
                           TO SIX-CLOSING-BALANCE
                       WRITE STATEMENT-INDEX-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

      *> Convocation and the personal-data purge read the balance
      *> on a graduate line in dollars and cents.
           480-CONVERT-GRADUATES.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT GRADUATES-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT GRADUATES-KEEP-FILE
                   PERFORM 481-KEEP-ONE-GRADUATE
                       UNTIL WS-EOF = 'Y'
                   CLOSE GRADUATES-FILE
                   CLOSE GRADUATES-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT GRADUATES-KEEP-FILE
                   OPEN OUTPUT GRADUATES-FILE
                   PERFORM 482-CONVERT-ONE-GRADUATE
                       UNTIL WS-EOF = 'Y'
                   CLOSE GRADUATES-KEEP-FILE
               END-IF.
               CLOSE GRADUATES-FILE.
               MOVE "GRADUATES.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           481-KEEP-ONE-GRADUATE.
               READ GRADUATES-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE GRADUATE-KEEP-RECORD
                           FROM GRADUATE-OLD-RECORD
               END-READ.

           482-CONVERT-ONE-GRADUATE.
               READ GRADUATES-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO GRADUATE-RECORD
                       MOVE GKP-STUDENT-NUMBER TO GRAD-STUDENT-NUMBER
                       MOVE GKP-GAP TO GRAD-GAP
                       MOVE GKP-TUITION-OWED TO GRAD-TUITION-OWED
                       MOVE GKP-REST TO GRAD-REST
                       MOVE GKP-DATE TO GRAD-DATE
                       WRITE GRADUATE-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           500-CONVERT-PLACEMENTS.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT PLACEMENT-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT PLACEMENT-KEEP-FILE
                   PERFORM 501-KEEP-ONE-PLACEMENT
                       UNTIL WS-EOF = 'Y'
                   CLOSE PLACEMENT-FILE
                   CLOSE PLACEMENT-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT PLACEMENT-KEEP-FILE
                   OPEN OUTPUT PLACEMENT-FILE
                   PERFORM 502-CONVERT-ONE-PLACEMENT
                       UNTIL WS-EOF = 'Y'
                   CLOSE PLACEMENT-KEEP-FILE
               END-IF.
               CLOSE PLACEMENT-FILE.
               MOVE "COLLECTION-PLACEMENTS.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           501-KEEP-ONE-PLACEMENT.
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE PLACEMENT-KEEP-RECORD
                           FROM PLACEMENT-OLD-RECORD
               END-READ.

           502-CONVERT-ONE-PLACEMENT.
               READ PLACEMENT-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO PLACEMENT-RECORD
                       MOVE PKP-STUDENT-NUMBER TO PLC-STUDENT-NUMBER
                       MOVE PKP-PLACED-DATE TO PLC-PLACED-DATE
                       MOVE PKP-PLACED-AMOUNT TO PLC-PLACED-AMOUNT
                       WRITE PLACEMENT-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.

           520-CONVERT-WRITEOFF-PENDING.
               MOVE 0 TO WS-LINE-COUNT.
               OPEN INPUT WRITEOFF-PENDING-FILE.
               IF WS-SIDE-STATUS = "00"
                   MOVE 'N' TO WS-EOF
                   OPEN OUTPUT WRITEOFF-PENDING-KEEP-FILE
                   PERFORM 521-KEEP-ONE-PENDING
                       UNTIL WS-EOF = 'Y'
                   CLOSE WRITEOFF-PENDING-FILE
                   CLOSE WRITEOFF-PENDING-KEEP-FILE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WRITEOFF-PENDING-KEEP-FILE
                   OPEN OUTPUT WRITEOFF-PENDING-FILE
                   PERFORM 522-CONVERT-ONE-PENDING
                       UNTIL WS-EOF = 'Y'
                   CLOSE WRITEOFF-PENDING-KEEP-FILE
               END-IF.
               CLOSE WRITEOFF-PENDING-FILE.
               MOVE "WRITEOFF-PENDING.TXT" TO WS-FILE-CAPTION.
               PERFORM 610-PRINT-FILE-COUNT.

           521-KEEP-ONE-PENDING.
               READ WRITEOFF-PENDING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE WRITEOFF-PENDING-KEEP-RECORD
                           FROM WRITEOFF-PENDING-OLD-RECORD
               END-READ.

           522-CONVERT-ONE-PENDING.
               READ WRITEOFF-PENDING-KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WRITEOFF-PENDING-RECORD
                       MOVE WKP-FRONT TO WOP-FRONT
                       MOVE WKP-PLACED-AMOUNT TO WOP-PLACED-AMOUNT
                       WRITE WRITEOFF-PENDING-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ.


           600-PRINT-RUN-TOTALS.
               MOVE SPACES TO REPORT-LINE-OUT.
               WRITE REPORT-LINE-OUT.
               MOVE "MASTER RECORDS CONVERTED" TO WS-CT-CAPTION.
               MOVE WS-MASTER-COUNT TO WS-CT-COUNT.
               PERFORM 620-WRITE-COUNT-LINE.
               MOVE "ACCOUNTS CHANGED BY THE CONVERSION"
                   TO WS-CT-CAPTION.
               MOVE WS-CHANGE-COUNT TO WS-CT-COUNT.
               PERFORM 620-WRITE-COUNT-LINE.
               MOVE "CORRECTIONS REJECTED" TO WS-CT-CAPTION.
               MOVE WS-REJECT-COUNT TO WS-CT-COUNT.
               PERFORM 620-WRITE-COUNT-LINE.
               MOVE "NET CORRECTION TO THE MASTER" TO WS-AT-CAPTION.
               MOVE WS-NET-CORRECTION TO WS-AT-AMOUNT.
               WRITE REPORT-LINE-OUT FROM WS-AMOUNT-LINE.
               DISPLAY WS-AMOUNT-LINE.

           610-PRINT-FILE-COUNT.
               MOVE SPACES TO WS-CT-CAPTION.
               STRING WS-FILE-CAPTION DELIMITED BY SPACE
                   " LINES CONVERTED" DELIMITED BY SIZE
                   INTO WS-CT-CAPTION.
               MOVE WS-LINE-COUNT TO WS-CT-COUNT.
               PERFORM 620-WRITE-COUNT-LINE.

           620-WRITE-COUNT-LINE.
               WRITE REPORT-LINE-OUT FROM WS-COUNT-LINE.
               DISPLAY WS-COUNT-LINE.

      *> Standard run-log record for the morning summary.
      *> A CALL resets the RETURN-CODE register, so the run's own
      *> code is put back after the log call -- it must be the last
      *> thing set before control leaves the program.
           700-LOG-THIS-RUN.
               MOVE WS-RUN-STATUS TO WS-RL-RETURN-CODE.
               CALL 'RUN_LOG' USING WS-RUN-LOG-AREA.
               MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM STUDENT_BALANCE_CENTS_PROGRAM.
