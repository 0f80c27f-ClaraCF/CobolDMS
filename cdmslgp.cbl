       DATA DIVISION.
         FILE SECTION.
         FD CONVERSION-LOG-FILE.
         01 CONVERSION-LOG-RECORD PIC X(90).

         FD LOG-ARCHIVE-FILE.
         01 LOG-ARCHIVE-RECORD PIC X(90).

         FD LOG-NEW-FILE.
         01 LOG-NEW-RECORD PIC X(90).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD PIC X(80).
             05 WS-LOG-MODE PIC X(10).
             05 FILLER PIC X.
             05 WS-LOG-DETAIL PIC X(50).
             05 FILLER PIC X.
             05 WS-LOG-OPERATOR PIC X(08).

         01 WS-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-RECORDS-ARCHIVED PIC 9(07) VALUE ZERO.
