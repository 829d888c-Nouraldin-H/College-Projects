      ******************************************************************
      * Author: Nouraldin Hassan
      * Date: 07-21-2026
      * Purpose: build the indexed shoe customer master (the
      * VENDOR_MASTER_BUILD_PROGRAM shape) from the flat
      * SHOE-CUSTOMERS.TXT: the account number the office gives each
      * institutional buyer keying their name, address, contact and
      * credit limit, for LAB_10_PROGRAM to sell on account against.
      * A customer line without a credit limit gets none -- they can
      * be named on an order but cannot charge until one is set.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE_CUSTOMER_BUILD_PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CUSTOMER-FILE-IN
           ASSIGN TO '..\SHOE-CUSTOMERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE
           ASSIGN TO '..\SHOE-CUSTOMER-MASTER.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY SCU-CUSTOMER-NUMBER
           FILE STATUS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE-IN.
       01  CUSTOMER-RECORD-IN.
           05  SCU-NUMBER-IN       PIC X(5).
           05  SCU-NUMBER-IN-9 REDEFINES SCU-NUMBER-IN
                                   PIC 9(5).
           05  FILLER              PIC X(1).
           05  SCU-NAME-IN         PIC X(30).
           05  FILLER              PIC X(1).
           05  SCU-ADDRESS-IN      PIC X(40).
           05  FILLER              PIC X(1).
           05  SCU-CONTACT-IN      PIC X(25).
           05  FILLER              PIC X(1).
           05  SCU-LIMIT-IN        PIC X(9).
           05  SCU-LIMIT-IN-9 REDEFINES SCU-LIMIT-IN
                                   PIC 9(7)V99.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  SCU-CUSTOMER-NUMBER PIC 9(5).
           05  SCU-NAME            PIC X(30).
           05  SCU-ADDRESS         PIC X(40).
           05  SCU-CONTACT         PIC X(25).
           05  SCU-CREDIT-LIMIT    PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-BUILT-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           PERFORM 100-BUILD-ONE-CUSTOMER UNTIL WS-EOF = 'Y'.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE CUSTOMER-MASTER-FILE.
           DISPLAY "Customer master records built: " WS-BUILT-COUNT.
           STOP RUN.

           100-BUILD-ONE-CUSTOMER.
               READ CUSTOMER-FILE-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 200-WRITE-CUSTOMER-RECORD
               END-READ.

           200-WRITE-CUSTOMER-RECORD.
               IF SCU-NUMBER-IN IS NOT NUMERIC
                   OR SCU-NUMBER-IN-9 = 0
                   DISPLAY "CUSTOMER NUMBER NOT NUMERIC, NOT "
                       "WRITTEN: " SCU-NUMBER-IN
               ELSE
                   MOVE SCU-NUMBER-IN-9 TO SCU-CUSTOMER-NUMBER
                   MOVE SCU-NAME-IN TO SCU-NAME
                   MOVE SCU-ADDRESS-IN TO SCU-ADDRESS
                   MOVE SCU-CONTACT-IN TO SCU-CONTACT
                   IF SCU-LIMIT-IN IS NUMERIC
                       MOVE SCU-LIMIT-IN-9 TO SCU-CREDIT-LIMIT
                   ELSE
                       MOVE 0 TO SCU-CREDIT-LIMIT
                   END-IF
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE CUSTOMER NUMBER, NOT "
                               "WRITTEN: " SCU-NUMBER-IN
                       NOT INVALID KEY
                           ADD 1 TO WS-BUILT-COUNT
                   END-WRITE
               END-IF.

       END PROGRAM SHOE_CUSTOMER_BUILD_PROGRAM.
