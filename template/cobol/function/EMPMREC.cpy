000110* EMPMREC - SHARED RECORD LAYOUT FOR THE EMPMAST INDEXED        *
000120* EMPLOYEE MASTER FILE.  COPIED INTO HANDLER (THE CONSUMER) AND *
000130* EMPMAINT (THE MAINTAINER) SO THE TWO PROGRAMS CANNOT DRIFT    *
000140* OUT OF AGREEMENT ON THE PHYSICAL RECORD LAYOUT.  THE COST     *
000142* CENTER IS HR'S DEPARTMENT CHARGE CODE, VALIDATED AGAINST THE  *
000144* COSTCTR TABLE, AND IS WHAT CHGBACK BILLS LOBBY GREETINGS TO.  *
000150*---------------------------------------------------------------*
000160 01  EMPLOYEE-MASTER-RECORD.
000170     05  EM-EMPLOYEE-ID          PIC X(08).
000190     05  EM-LANGUAGE-CODE        PIC X(02).
000200     05  EM-PREFERRED-NAME       PIC X(30).
000210     05  EM-OPT-OUT-FLAG         PIC X(01).
000220     05  EM-COST-CENTER          PIC X(06).
