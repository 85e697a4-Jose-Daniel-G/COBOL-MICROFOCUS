       01  KEY-F8     PIC 9(4) VALUE 2021.
       01  KEY-F9     PIC 9(4) VALUE 2022.
       01  KEY-F10    PIC 9(4) VALUE 2023.
       01  KEY-F2     PIC 9(4) VALUE 1002.
       01  KEY-PGUP   PIC 9(4) VALUE 2001.
       01  KEY-PGDN   PIC 9(4) VALUE 2002.
