           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

       DATA DIVISION.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
             03 DN-BAL PIC S9(7)V99.
       01  DN-IDX PIC 99.
       01  DN-LABEL PIC 9.
       01  ACCT-BAL PIC S9(7)V99.
       01  GRAND-COUNT PIC 9(7).
       01  GRAND-BAL PIC S9(7)V99.

