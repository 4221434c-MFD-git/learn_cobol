       FILE SECTION.

       FD MANIFEST-FILE.
       01 MANIFEST-REC PIC X(200).

       FD RECEIPT-FILE.
       01 RECEIPT-REC.
