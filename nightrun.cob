       01 WS-RUNLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUNLOG-EOF PIC X VALUE "N".
           88 END-OF-RUNLOG VALUE "Y".
       01 WS-STEP-MAX PIC 9(2) VALUE 9.
       01 WS-STEP-NAMES.
           05 FILLER PIC X(8) VALUE "MATH".
           05 FILLER PIC X(8) VALUE "DISTRPT".
           05 FILLER PIC X(8) VALUE "ACKRECON".
           05 FILLER PIC X(8) VALUE "HRFEED".
           05 FILLER PIC X(8) VALUE "TERMSWP".
           05 FILLER PIC X(8) VALUE "OPDORM".
           05 FILLER PIC X(8) VALUE "INTEGCHK".
           05 FILLER PIC X(8) VALUE "TKTLOAD".
           05 FILLER PIC X(8) VALUE "TKTUNWK".
       01 WS-STEP-LIST REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME OCCURS 9 TIMES PIC X(8).
       01 WS-STEP PIC 9(2) VALUE ZERO.
       01 WS-FIRST-STEP PIC 9(2) VALUE 1.
       01 WS-STEP-RC PIC 9(4) VALUE ZERO.
