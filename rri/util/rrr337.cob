           ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT CMNTEXT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

