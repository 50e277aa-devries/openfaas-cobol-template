000100*---------------------------------------------------------------*
000110* COSTCREC - SHARED RECORD LAYOUT FOR THE COSTCTR INDEXED       *
000120* COST-CENTER TABLE.  COPIED INTO CCTMAINT (THE MAINTAINER),    *
000130* EMPMAINT (WHICH VALIDATES THE HR COST CENTER AGAINST IT) AND  *
000140* CHGBACK (WHICH PRINTS ITS DESCRIPTIONS) SO THE PROGRAMS       *
000150* CANNOT DRIFT OUT OF AGREEMENT ON THE PHYSICAL RECORD LAYOUT.  *
000160*---------------------------------------------------------------*
000170 01  COST-CENTER-RECORD.
000180     05  CC-COST-CENTER          PIC X(06).
000190     05  CC-DESCRIPTION          PIC X(30).
