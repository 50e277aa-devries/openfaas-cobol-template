000140* AGREEMENT ON THE PHYSICAL RECORD LAYOUT.  THE PRIOR FLAG IS   *
000150* "P" WHEN THE IMAGE AREA HOLDS THE MASTER RECORD AS IT STOOD   *
000160* BEFORE THE TRANSACTION, OR "N" FOR AN ADD, WHERE THERE WAS    *
000170* NO PRIOR RECORD TO IMAGE.  ERASURE SETS IT TO "E" WHEN IT     *
000172* PSEUDONYMIZES A DEPARTED EMPLOYEE: THE ID IS THEN A TOKEN,    *
000174* THE IMAGE IS BLANK, AND EMPBKOUT NEVER RESTORES THE ENTRY.    *
000180*---------------------------------------------------------------*
000190 01  JOURNAL-RECORD.
000200     05  JRN-RUN-DATE            PIC 9(08).
000210     05  JRN-ACTION-CODE         PIC X(01).
000220     05  JRN-EMPLOYEE-ID         PIC X(08).
000230     05  JRN-PRIOR-FLAG          PIC X(01).
000240     05  JRN-PRIOR-IMAGE         PIC X(77).
