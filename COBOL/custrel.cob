       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
