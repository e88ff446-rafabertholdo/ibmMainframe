000800* 77-BYTE RELOAD FILE (ADDRELD DD). THE OLD WHOLE-NUMBER
000900* OPERANDS AND RESULTS MOVE INTO THE NEW 9(7)V99 AND
001000* S9(14)V99 FIELDS WITH ZERO DECIMALS, SO EVERY CONVERTED
001100* RECORD STILL RECONCILES IN ADDRECON. BOTH LAYOUTS ARE
001200* CODED INLINE BELOW BECAUSE THE HISTREC COPY MEMBER NOW
001300* DESCRIBES THE 120-BYTE RECORD - RUN THE 77-BYTE OUTPUT ON
001310* THROUGH ADDCNV3 BEFORE RELOADING. RETURN CODES: 0 = EVERY RECORD
001400* CONVERTED AND COUNTS BALANCE, 8 = COUNTS OUT OF BALANCE,
001500* 12 = COULD NOT PROCESS.
001600*
004200    FD  NEW-FILE
004300        RECORD CONTAINS 77 CHARACTERS.
004400    01  NEW-FILE-RECORD.
004410      05  HIST-KEY            PIC X(22).
004420      05  HIST-OPERID         PIC X(3).
004430      05  HIST-OPER           PIC X.
004440      05  HIST-NUM1           PIC 9(7)V99.
004450      05  HIST-NUM2           PIC 9(7)V99.
004460      05  HIST-RESU           PIC S9(14)V99.
004470      05  HIST-CHAIN-SW       PIC X.
004480      05  HIST-NUM1-CHAIN     PIC S9(14)V99.
004600    FD  PRINT-FILE
004700        RECORD CONTAINS 132 CHARACTERS.
004800    01  PRINT-LINE            PIC X(132).
