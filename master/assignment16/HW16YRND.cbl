       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER           PIC X(05).
          05 YTD-GROSS                PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS     PIC 9(07)V99.

       FD  YTD-ARCHIVE
           RECORDING MODE IS F
           DATA RECORD IS YTD-ARCHIVE-REC.
       01 YTD-ARCHIVE-REC             PIC X(23).

       FD  YEAR-END-CONTROL
           RECORDING MODE IS F
       01  WS-VERIFY-COUNT            PIC 9(05) VALUE 0.
       01  WS-VERIFY-FAILED-SW        PIC X(01) VALUE "N".
           88 ARCHIVE-VERIFY-FAILED          VALUE "Y".
       01  WS-ARCHIVE-SAVE-REC        PIC X(23).

       01  WS-YEC-LINE.
           05 WYE-YEAR                PIC X(04).
