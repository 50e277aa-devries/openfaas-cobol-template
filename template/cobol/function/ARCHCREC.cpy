000100*---------------------------------------------------------------*
000110* ARCHCREC - SHARED RECORD LAYOUT FOR THE ARCHCAT ARCHIVE       *
000120* CATALOG, ONE RECORD PER DATED HISTORY FILE CUT.  COPIED INTO  *
000130* ARCHPURG (THE PRODUCER), ARCHVRFY (THE VERIFIER), ERASURE,    *
000140* AND EVERY PROGRAM THAT WALKS THE CATALOG, SO NONE OF THEM CAN *
000150* DRIFT OUT OF AGREEMENT ON THE PHYSICAL RECORD LAYOUT.         *
000160*                                                               *
000170* THE RECORD COUNT AND HASH TOTAL ARE THE CUT'S CONTROL TOTALS, *
000180* TAKEN OVER THE WHOLE HISTORY FILE EVERY TIME ARCHPURG CUTS TO *
000190* IT.  THE HASH TOTAL IS THE SUM, OVER EVERY RECORD, OF EVERY   *
000200* DIGIT IN THE RECORD MULTIPLIED BY ITS COLUMN NUMBER, SO IT    *
000210* MOVES WHEN A BADGE OR TIMESTAMP DIGIT IS ALTERED OR SHIFTED.  *
000220* BOTH ARE SPACE ON ENTRIES CUT BEFORE THE TOTALS EXISTED.      *
000230*---------------------------------------------------------------*
000240 01  CATALOG-RECORD.
000250     05  CAT-FILE-TYPE           PIC X(08).
000260     05  CAT-CUT-DATE            PIC 9(08).
000270     05  CAT-FILE-NAME           PIC X(17).
000280     05  CAT-CONTROL-TOTALS.
000290         10  CAT-RECORD-COUNT    PIC 9(08).
000300         10  CAT-HASH-TOTAL      PIC 9(15).
