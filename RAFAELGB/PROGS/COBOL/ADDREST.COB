002700  DATA DIVISION.
002800    FILE SECTION.
002900    FD  ARCH-FILE
003000        RECORD CONTAINS 120 CHARACTERS.
003100    01  ARCH-FILE-RECORD      PIC X(120).
003200    FD  HIST-FILE.
003300    01  HIST-FILE-RECORD.
003400      COPY HISTREC.
