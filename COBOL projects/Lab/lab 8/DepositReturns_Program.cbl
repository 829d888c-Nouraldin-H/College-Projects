      * the bank-corrections worklist, and the return totals are
      * proved against the original DDT trailer.
      * Modification history:
      *   04-21-2026 NH - master record layout picks up the mailing
      *     address; the journal images widen to match
      *   10-07-2025 NH - the run claims the EMPLOYEE-MASTER
      *     resource through the shop-wide RESOURCE_LOCK around
      *     its master updates, like the maintenance run does
           05 EMP-STATUS          PIC X(1).
           05 EMP-TERM-DATE       PIC 9(8).
           05 EMP-DEPARTMENT      PIC X(4).
           05 EMP-ADDRESS.
               10 EMP-STREET-ADDRESS PIC X(25).
               10 EMP-CITY-NAME      PIC X(15).
               10 EMP-PROVINCE       PIC X(15).
               10 EMP-POSTAL-CODE    PIC X(7).

       FD DIRECT-DEPOSIT-FILE.
       01 DIRECT-DEPOSIT-RECORD.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-ACTION-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-BEFORE-IMAGE    PIC X(134).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-AFTER-IMAGE     PIC X(134).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-OPERATOR PIC X(20).
       01 WS-BEFORE-IMAGE PIC X(134).
       01 WS-OPERATOR-AREA.
           05 WS-OP-OPERATOR-ID   PIC X(20).
           05 WS-OP-AUTH-LEVEL    PIC 9(1).
