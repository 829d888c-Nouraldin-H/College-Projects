      * and the recurring deduction amounts, with duplicate-number
      * rejects written to their own file.
      * Modification history:
      *   04-21-2026 NH - the mailing address rides as the trailing
      *     column on EMPLOYEES.TXT after the department and onto the
      *     master, for the year-end tax slips
      *   03-25-2025 NH - the master record carries an employment
      *     status byte and a termination date now; a fresh build
      *     starts everyone active with no termination date
      *> Department cost-center code; older files without the
      *> column read in as spaces.
           05 EMP-DEPARTMENT-IN   PIC X(4).
           05 FILLER              PIC X(1).
      *> Mailing address for the year-end tax slips, the trailing
      *> column after the department; older files read as spaces.
           05 EMP-ADDRESS-IN      PIC X(62).

       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-STATUS          PIC X(1).
           05 EMP-TERM-DATE       PIC 9(8).
           05 EMP-DEPARTMENT      PIC X(4).
           05 EMP-ADDRESS.
               10 EMP-STREET-ADDRESS PIC X(25).
               10 EMP-CITY-NAME      PIC X(15).
               10 EMP-PROVINCE       PIC X(15).
               10 EMP-POSTAL-CODE    PIC X(7).

       FD EMPLOYEE-REJECTS-FILE.
       01 EMPLOYEE-REJECT-OUT     PIC X(134).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
               MOVE 'A' TO EMP-STATUS.
               MOVE 0 TO EMP-TERM-DATE.
               MOVE EMP-DEPARTMENT-IN TO EMP-DEPARTMENT.
               MOVE EMP-ADDRESS-IN TO EMP-ADDRESS.
               WRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       PERFORM 210-REJECT-EMPLOYEE-RECORD
