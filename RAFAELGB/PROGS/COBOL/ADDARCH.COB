003000    01  HIST-FILE-RECORD.
003100      COPY HISTREC.
003200    FD  ARCH-FILE
003300        RECORD CONTAINS 120 CHARACTERS.
003400    01  ARCH-FILE-RECORD      PIC X(120).
003500    FD  PRINT-FILE
003600        RECORD CONTAINS 132 CHARACTERS.
003700    01  PRINT-LINE            PIC X(132).
