000340*   09/02/2026  RMK  ORIGINAL PROGRAM - EVERY PROGRAM IN THE
000350*                    SUITE ENDED WITH STOP RUN AND TOLD THE
000360*                    SCHEDULER NOTHING.
000362*   10/15/2026  RMK  SWPINTAK, THE ACCESS-CONTROL FEED INTAKE,
000364*                    NOW OPENS THE NIGHTLY CHAIN AHEAD OF
000366*                    DAYOPEN.
000370*---------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000950* SCHEDULER RELEASES THEM.  ADDING A PROGRAM TO THE CHAIN IS A  *
000960* NEW LITERAL ENTRY AND A BUMP OF THE COUNT.                    *
000970*---------------------------------------------------------------*
000980 77  GRT-CHAIN-COUNT             PIC 9(02) COMP VALUE 10.
000990 77  GRT-CHAIN-SUB               PIC 9(02) COMP VALUE ZERO.
001000 77  GRT-CHAIN-SCAN-SUB          PIC 9(02) COMP VALUE ZERO.
001010
001020 01  GRT-CHAIN-LITERALS.
001022     05  FILLER                  PIC X(09) VALUE "SWPINTAK".
001030     05  FILLER                  PIC X(09) VALUE "DAYOPEN".
001040     05  FILLER                  PIC X(09) VALUE "HANDLER".
001050     05  FILLER                  PIC X(09) VALUE "EMPMAINT".
001100     05  FILLER                  PIC X(09) VALUE "SITESUM".
001110     05  FILLER                  PIC X(09) VALUE "ARCHPURG".
001120 01  GRT-CHAIN-TABLE REDEFINES GRT-CHAIN-LITERALS.
001130     05  GRT-CHAIN-PROGRAM OCCURS 10 TIMES
001140                                 PIC X(09).
001150
001160*---------------------------------------------------------------*
