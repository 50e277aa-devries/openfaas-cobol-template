000149* COLUMN EXISTED.  ON AN EVENT DAY THE FULL GREETING CAN RUN    *
000150* PAST THE 51-BYTE TEXT COLUMN; THE AUDIT COPY IS DELIBERATELY  *
000151* TRUNCATED THERE, AND THE KIOSK/JSON CARRY THE FULL WORDING.   *
000152*                                                               *
000153* THE HOST EMPLOYEE ID IS FILLED ONLY ON A VISITOR GREETING     *
000154* (TYPE "V", DISPOSITION "G") FROM THE VISREG ENTRY AS IT STOOD *
000155* AT GREETING TIME, SO CHARGEBACK CAN BILL THE HOST AFTER THE   *
000156* ENTRY IS PURGED.  IT IS SPACE EVERYWHERE ELSE AND ON RECORDS  *
000157* FROM BEFORE THE COLUMN EXISTED.                               *
000158*---------------------------------------------------------------*
000160 01  AUDIT-RECORD.
000170     05  AUD-TIMESTAMP           PIC X(21).
000180     05  AUD-EMPLOYEE-ID         PIC X(08).
000240     05  AUD-LANGUAGE-CODE       PIC X(02).
000250     05  AUD-LANGUAGE-SOURCE     PIC X(01).
000260     05  AUD-EVENT-FLAG          PIC X(01).
000270     05  AUD-HOST-EMPLOYEE-ID    PIC X(08).
