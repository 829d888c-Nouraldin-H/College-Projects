      * account changes especially, because those redirect the
      * direct-deposit file.
      * Modification history:
      *   04-21-2026 NH - the mailing address is a trailing column on
      *     the transaction after the department and is carried onto the
      *     master on add and change; the journal images widen to the
      *     longer master record
      *   09-23-2025 NH - the run claims the EMPLOYEE-MASTER
      *     resource through the shop-wide RESOURCE_LOCK before
      *     opening the master and releases it at close, so a
           05 EMP-STATUS          PIC X(1).
           05 EMP-TERM-DATE       PIC 9(8).
           05 EMP-DEPARTMENT      PIC X(4).
           05 EMP-ADDRESS.
               10 EMP-STREET-ADDRESS PIC X(25).
               10 EMP-CITY-NAME      PIC X(15).
               10 EMP-PROVINCE       PIC X(15).
               10 EMP-POSTAL-CODE    PIC X(7).

       FD EMPLOYEE-TRANS-FILE.
       01 EMPLOYEE-TRANS-RECORD.
           05 ETR-BANK-ACCOUNT-IN PIC X(12).
           05 FILLER              PIC X(1).
           05 ETR-DEPARTMENT-IN   PIC X(4).
           05 FILLER              PIC X(1).
           05 ETR-ADDRESS-IN      PIC X(62).

       FD EMPLOYEE-TRANS-REJECTS.
       01 EMPLOYEE-TRANS-REJECT-LINE.
           05 REJECT-TRANS-OUT    PIC X(136).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 REJECT-REASON-OUT   PIC X(2).

           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-ACTION-OUT      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-BEFORE-IMAGE    PIC X(134).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 EJL-AFTER-IMAGE     PIC X(134).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
           05 WS-RLK-RESULT       PIC X(1).
       01 WS-EDIT-REASON PIC X(2).
       01 WS-FOUND-FLAG PIC X(1).
       01 WS-BEFORE-IMAGE PIC X(134).
       01 WS-JOURNAL-ACTION PIC X(3).

       01 WS-ADD-COUNT PIC 9(5) VALUE 0.
               MOVE ETR-BANK-TRANSIT-IN TO EMP-BANK-TRANSIT.
               MOVE ETR-BANK-ACCOUNT-IN TO EMP-BANK-ACCOUNT.
               MOVE ETR-DEPARTMENT-IN TO EMP-DEPARTMENT.
               MOVE ETR-ADDRESS-IN TO EMP-ADDRESS.

      *> The employment status and termination date are not on the
      *> transaction: an add starts active, and a change inherits
