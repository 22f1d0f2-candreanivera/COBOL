            05 YTD-LAST-PERIOD       PIC 9(03).
            05 FILLER                PIC X(02).
            05 YTD-PAID-THRU         PIC 9(08).
            05 FILLER                PIC X(02).
            05 YTD-HOLIDAY           PIC 9(09)V99.
            05 FILLER                PIC X(02).
            05 YTD-SHIFT             PIC 9(09)V99.

       FD YTDSTMTFILE.
       01 YTDSTMT-LINE              PIC X(80).
