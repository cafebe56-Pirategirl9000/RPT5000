       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. AUD5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program answers the auditors' "who         00080000
      *   changed this, and when" questions from the shared audit log   00090000
      *   that CMM5000, MNT5000, REF5000, EOY5000 and PRD5000 append    00100000
      *   to. The run parm picks the history wanted - a customer        00110000
      *   number (CUST=), a branch (BRANCH=) optionally narrowed to     00120000
      *   one of its salesreps (REP=), the program that made the        00130000
      *   change (PGM=), and a run date range (FROM= and TO=,           00140000
      *   YYYYMMDD). Any keywords given must all match, and a           00150000
      *   branch/salesrep matches an entry on either its before or      00160000
      *   its after side so a move shows up under both the old and      00170000
      *   the new owner. Each matching entry prints in log order        00180000
      *   (oldest first) with its run date and time, program, master    00190000
      *   file, transaction type and reason code, followed by the       00200000
      *   record's before and after images decoded by master file       00210000
      *   (CUSTMAST, BRANCHMAST, SALESREPMAST or PRODMAST). A parm      00220000
      *   that selects nothing or is not valid ends the run RC=16,      00230000
      *   and a selection that matches no entries prints a              00230001
      *   not-found line and ends RC=4                                  00230002
       ENVIRONMENT DIVISION.                                            00240000
                                                                        00250000
       INPUT-OUTPUT SECTION.                                            00260000
                                                                        00270000
       FILE-CONTROL.                                                    00280000
           SELECT AUDITLOG ASSIGN TO AUDITLOG.                          00290000
           SELECT AUDRPT ASSIGN TO AUDRPT.                              00300000
                                                                        00310000
       DATA DIVISION.                                                   00320000
                                                                        00330000
       FILE SECTION.                                                    00340000
                                                                        00350000
      **************************************************************    00360000
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,      *    00370000
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE      *    00380000
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.    *    00390000
      * EVERY RUN APPENDS, SO THE FILE IS ALREADY IN RUN ORDER     *    00400000
      **************************************************************    00410000
       FD  AUDITLOG                                                     00420000
           RECORDING MODE IS F                                          00430000
           LABEL RECORDS ARE STANDARD                                   00440000
           RECORD CONTAINS 320 CHARACTERS                               00450000
           BLOCK CONTAINS 320 CHARACTERS.                               00460000
       01  AUDIT-LOG-RECORD.                                            00470000
           05  AL-RUN-DATE             PIC 9(8).                        00480000
           05  AL-RUN-TIME             PIC 9(6).                        00490000
           05  AL-PROGRAM-ID           PIC X(8).                        00500000
           05  AL-MASTER-FILE          PIC X(12).                       00510000
           05  AL-TRANS-TYPE           PIC X(1).                        00520000
               88  AL-ADD                       VALUE "A".              00530000
               88  AL-CHANGE                    VALUE "C".              00540000
               88  AL-DELETE                    VALUE "D".              00550000
               88  AL-MOVE                      VALUE "M".              00560000
               88  AL-ROLLOVER                  VALUE "R".              00570000
           05  AL-REASON-CODE          PIC X(3).                        00580000
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        00590000
           05  AL-BEFORE-BRANCH        PIC X(2).                        00600000
           05  AL-BEFORE-SALESREP      PIC X(2).                        00610000
           05  AL-AFTER-BRANCH         PIC X(2).                        00620000
           05  AL-AFTER-SALESREP       PIC X(2).                        00630000
           05  FILLER                  PIC X(9).                        00640000
           05  AL-BEFORE-IMAGE         PIC X(130).                      00650000
           05  AL-AFTER-IMAGE          PIC X(130).                      00660000
                                                                        00670000
      **************************************************************    00680000
      * OUTPUT FILE - THE AUDIT HISTORY FOR THE SELECTION          *    00690000
      **************************************************************    00700000
       FD  AUDRPT                                                       00710000
           RECORDING MODE IS F                                          00720000
           LABEL RECORDS ARE STANDARD                                   00730000
           RECORD CONTAINS 130 CHARACTERS                               00740000
           BLOCK CONTAINS 130 CHARACTERS.                               00750000
       01  PRINT-AREA      PIC X(130).                                  00760000
                                                                        00770000
       WORKING-STORAGE SECTION.                                         00780000
                                                                        00790000
      *------------------------------------------------------------*    00800000
      *                        WORKING FIELDS                      *    00810000
      *============================================================*    00820000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00830000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00840000
      *------------------------------------------------------------*    00850000
                                                                        00860000
      **************************************************************    00870000
      * SWITCHES FOR END OF FILE, A BAD PARM, AND WHETHER THE      *    00880000
      * ENTRY JUST READ MATCHES THE SELECTION                      *    00890000
      **************************************************************    00900000
       01  SWITCHES.                                                    00910000
           05  AUDITLOG-EOF-SWITCH     PIC X    VALUE "N".              00920000
               88  AUDITLOG-EOF                 VALUE "Y".              00930000
           05  PARM-ERROR-SWITCH       PIC X    VALUE "N".              00940000
               88  PARM-ERROR                   VALUE "Y".              00950000
           05  ENTRY-SELECTED-SWITCH   PIC X    VALUE "N".              00960000
               88  ENTRY-SELECTED               VALUE "Y".              00970000
                                                                        00980000
      **************************************************************    00990000
      * ONE SIDE OF THE ENTRY BEING PRINTED, WITH A VIEW FOR EACH  *    01000000
      * MASTER FILE THE LOG CAN HOLD AN IMAGE OF                   *    01010000
      **************************************************************    01020000
       01  IMAGE-WORK-AREA             PIC X(130).                      01030000
       01  CUSTOMER-IMAGE REDEFINES IMAGE-WORK-AREA.                    01040000
           05  CI-BRANCH-NUMBER        PIC 9(2).                        01050000
           05  CI-SALESREP-NUMBER      PIC 9(2).                        01060000
           05  CI-CUSTOMER-NUMBER      PIC 9(5).                        01070000
           05  CI-CUSTOMER-NAME        PIC X(20).                       01080000
           05  CI-SALES-THIS-YTD       PIC S9(5)V9(2).                  01090000
           05  CI-SALES-LAST-YTD       PIC S9(5)V9(2).                  01100000
           05  CI-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  01110000
           05  FILLER                  PIC X(80).                       01120000
       01  BRANCH-IMAGE REDEFINES IMAGE-WORK-AREA.                      01130000
           05  BI-BRANCH-NUMBER        PIC 9(2).                        01140000
           05  BI-BRANCH-NAME          PIC X(20).                       01150000
           05  BI-REGION-CODE          PIC 9(1).                        01160000
           05  BI-REGION-NAME          PIC X(20).                       01170000
           05  FILLER                  PIC X(87).                       01180000
       01  SALESREP-IMAGE REDEFINES IMAGE-WORK-AREA.                    01190000
           05  SI-BRANCH-NUMBER        PIC 9(2).                        01200000
           05  SI-SALESREP-NUMBER      PIC 9(2).                        01210000
           05  SI-SALESREP-NAME        PIC X(20).                       01220000
           05  FILLER                  PIC X(106).                      01230000
       01  PRODUCT-IMAGE REDEFINES IMAGE-WORK-AREA.                     01230001
           05  PI-PRODUCT-CODE         PIC X(4).                        01230002
           05  PI-PRODUCT-NAME         PIC X(20).                       01230003
           05  FILLER                  PIC X(106).                      01230004
                                                                        01240000
      **************************************************************    01250000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    01260000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). A KEYWORD NOT     *    01270000
      * PRESENT ON THE PARM DOES NOT NARROW THE SELECTION          *    01280000
      **************************************************************    01290000
       01  RUN-PARM-FIELDS.                                             01300000
           05  PARM-CUSTOMER-NUMBER PIC X(5)     VALUE SPACE.           01310000
           05  PARM-BRANCH-NUMBER   PIC X(2)     VALUE SPACE.           01320000
           05  PARM-SALESREP-NUMBER PIC X(2)     VALUE SPACE.           01330000
           05  PARM-PROGRAM-ID      PIC X(8)     VALUE SPACE.           01340000
           05  PARM-FROM-DATE       PIC 9(8)     VALUE ZERO.            01350000
           05  PARM-TO-DATE         PIC 9(8)     VALUE 99999999.        01360000
           05  PARM-SELECTION-COUNT PIC S9(2)    VALUE ZERO.            01370000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            01380000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            01390000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       01400000
                   INDEXED BY PK-INDEX.                                 01410000
               10  PK-RAW-PAIR     PIC X(40).                           01420000
               10  PK-KEY          PIC X(20).                           01430000
               10  PK-VALUE        PIC X(20).                           01440000
                                                                        01450000
      **************************************************************    01460000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    01470000
      **************************************************************    01480000
       01  PRINT-FIELDS.                                                01490000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  01500000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   01510000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   01520000
                                                                        01530000
      **************************************************************    01540000
      * COUNTS OF THE ENTRIES READ AND OF THOSE PRINTED, BY TYPE   *    01550000
      **************************************************************    01560000
       01  TOTAL-FIELDS.                                                01570000
           05  ENTRIES-READ            PIC S9(7)   VALUE ZERO.          01580000
           05  ENTRIES-SELECTED        PIC S9(7)   VALUE ZERO.          01590000
           05  ADDS-SELECTED           PIC S9(7)   VALUE ZERO.          01600000
           05  CHANGES-SELECTED        PIC S9(7)   VALUE ZERO.          01610000
           05  DELETES-SELECTED        PIC S9(7)   VALUE ZERO.          01620000
           05  MOVES-SELECTED          PIC S9(7)   VALUE ZERO.          01630000
           05  ROLLOVERS-SELECTED      PIC S9(7)   VALUE ZERO.          01640000
                                                                        01650000
      **************************************************************    01660000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    01670000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    01680000
      **************************************************************    01690000
       01  CURRENT-DATE-AND-TIME.                                       01700000
           05  CD-YEAR         PIC 9999.                                01710000
           05  CD-MONTH        PIC 99.                                  01720000
           05  CD-DAY          PIC 99.                                  01730000
           05  CD-HOURS        PIC 99.                                  01740000
           05  CD-MINUTES      PIC 99.                                  01750000
           05  FILLER          PIC X(9).                                01760000
                                                                        01770000
      *------------------------------------------------------------*    01780000
      *                       OUTPUT FIELDS                        *    01790000
      *============================================================*    01800000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    01810000
      *                      THE OUTPUT FILES                      *    01820000
      *------------------------------------------------------------*    01830000
                                                                        01840000
      **************************************************************    01850000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    01860000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    01870000
      **************************************************************    01880000
       01  HEADING-LINE-1.                                              01890000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             01900000
           05  HL1-MONTH       PIC 9(2).                                01910000
           05  FILLER          PIC X(1)    VALUE "/".                   01920000
           05  HL1-DAY         PIC 9(2).                                01930000
           05  FILLER          PIC X(1)    VALUE "/".                   01940000
           05  HL1-YEAR        PIC 9(4).                                01950000
           05  FILLER          PIC X(13)   VALUE SPACE.                 01960000
           05  FILLER          PIC X(40)                                01970000
               VALUE "MASTER FILE AUDIT HISTORY".                       01980000
           05  FILLER          PIC X(12)   VALUE SPACE.                 01990000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            02000000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                02010000
           05  FILLER          PIC X(36)   VALUE SPACE.                 02020000
                                                                        02030000
      **************************************************************    02040000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    02050000
      * HOLDS THE TIME AND THE PROGRAM ID                          *    02060000
      **************************************************************    02070000
       01  HEADING-LINE-2.                                              02080000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             02090000
           05  HL2-HOURS       PIC 9(2).                                02100000
           05  FILLER          PIC X(1)    VALUE ":".                   02110000
           05  HL2-MINUTES     PIC 9(2).                                02120000
           05  FILLER          PIC X(68)   VALUE SPACE.                 02130000
           05  FILLER          PIC X(10)   VALUE "AUD5000".             02140000
           05  FILLER          PIC X(40)   VALUE SPACE.                 02150000
                                                                        02160000
      **************************************************************    02170000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    02180000
      **************************************************************    02190000
       01  HEADING-LINE-3.                                              02200000
           05 FILLER               PIC X(130)   VALUE SPACE.            02210000
                                                                        02220000
      **************************************************************    02230000
      * ECHOES THE RUN PARM SO THE PRINTOUT SAYS WHAT WAS ASKED    *    02240000
      **************************************************************    02250000
       01  SELECTION-LINE.                                              02260000
           05  FILLER              PIC X(2)     VALUE SPACE.            02270000
           05  FILLER              PIC X(11)    VALUE "SELECTION: ".    02280000
           05  SL-SELECTION        PIC X(80)    VALUE SPACE.            02290000
           05  FILLER              PIC X(37)    VALUE SPACE.            02300000
                                                                        02310000
      **************************************************************    02320000
      * STORES THE COLUMN HEADINGS                                 *    02330000
      **************************************************************    02340000
       01  COLUMN-HEADING-1.                                            02350000
           05  FILLER      PIC X(14)   VALUE "  RUN DATE    ".          02360000
           05  FILLER      PIC X(10)   VALUE "RUN TIME  ".              02370000
           05  FILLER      PIC X(10)   VALUE "PROGRAM   ".              02380000
           05  FILLER      PIC X(14)   VALUE "MASTER FILE   ".          02390000
           05  FILLER      PIC X(10)   VALUE "TYPE      ".              02400000
           05  FILLER      PIC X(8)    VALUE "REASON  ".                02410000
           05  FILLER      PIC X(10)   VALUE "CUSTOMER  ".              02420000
           05  FILLER      PIC X(9)    VALUE "BEFORE   ".               02430000
           05  FILLER      PIC X(5)    VALUE "AFTER".                   02440000
           05  FILLER      PIC X(40)   VALUE SPACE.                     02450000
                                                                        02460000
       01  COLUMN-HEADING-2.                                            02470000
           05  FILLER      PIC X(76)   VALUE SPACE.                     02480000
           05  FILLER      PIC X(9)    VALUE "BR/SR    ".               02490000
           05  FILLER      PIC X(5)    VALUE "BR/SR".                   02500000
           05  FILLER      PIC X(40)   VALUE SPACE.                     02510000
                                                                        02520000
      **************************************************************    02530000
      * STORES ONE AUDIT ENTRY'S SUMMARY LINE                      *    02540000
      **************************************************************    02550000
       01  ENTRY-LINE.                                                  02560000
           05  FILLER              PIC X(2)     VALUE SPACE.            02570000
           05  EL-RUN-MONTH        PIC 9(2).                            02580000
           05  FILLER              PIC X(1)     VALUE "/".              02590000
           05  EL-RUN-DAY          PIC 9(2).                            02600000
           05  FILLER              PIC X(1)     VALUE "/".              02610000
           05  EL-RUN-YEAR         PIC 9(4).                            02620000
           05  FILLER              PIC X(2)     VALUE SPACE.            02630000
           05  EL-RUN-HOURS        PIC 9(2).                            02640000
           05  FILLER              PIC X(1)     VALUE ":".              02650000
           05  EL-RUN-MINUTES      PIC 9(2).                            02660000
           05  FILLER              PIC X(1)     VALUE ":".              02670000
           05  EL-RUN-SECONDS      PIC 9(2).                            02680000
           05  FILLER              PIC X(2)     VALUE SPACE.            02690000
           05  EL-PROGRAM-ID       PIC X(8).                            02700000
           05  FILLER              PIC X(2)     VALUE SPACE.            02710000
           05  EL-MASTER-FILE      PIC X(12).                           02720000
           05  FILLER              PIC X(2)     VALUE SPACE.            02730000
           05  EL-TRANS-TEXT       PIC X(8).                            02740000
           05  FILLER              PIC X(2)     VALUE SPACE.            02750000
           05  EL-REASON-CODE      PIC X(3).                            02760000
           05  FILLER              PIC X(5)     VALUE SPACE.            02770000
           05  EL-CUSTOMER-NUMBER  PIC X(5).                            02780000
           05  FILLER              PIC X(5)     VALUE SPACE.            02790000
           05  EL-BEFORE-BRANCH    PIC X(2).                            02800000
           05  EL-BEFORE-SLASH     PIC X(1).                            02810000
           05  EL-BEFORE-SALESREP  PIC X(2).                            02820000
           05  FILLER              PIC X(4)     VALUE SPACE.            02830000
           05  EL-AFTER-BRANCH     PIC X(2).                            02840000
           05  EL-AFTER-SLASH      PIC X(1).                            02850000
           05  EL-AFTER-SALESREP   PIC X(2).                            02860000
           05  FILLER              PIC X(40)    VALUE SPACE.            02870000
                                                                        02880000
      **************************************************************    02890000
      * STORES ONE SIDE OF THE ENTRY'S RECORD IMAGE. THE DETAIL    *    02900000
      * AREA TAKES WHICHEVER OF THE FOUR LAYOUTS BELOW MATCHES     *    02910000
      * THE MASTER FILE THE IMAGE CAME FROM                        *    02920000
      **************************************************************    02930000
       01  IMAGE-LINE.                                                  02940000
           05  FILLER              PIC X(14)    VALUE SPACE.            02950000
           05  IL-SIDE             PIC X(8).                            02960000
           05  IL-DETAIL           PIC X(108).                          02970000
                                                                        02980000
       01  CUSTOMER-IMAGE-DETAIL.                                       02990000
           05  FILLER              PIC X(3)     VALUE "BR ".            03000000
           05  ICD-BRANCH-NUMBER   PIC 9(2).                            03010000
           05  FILLER              PIC X(4)     VALUE " SR ".           03020000
           05  ICD-SALESREP-NUMBER PIC 9(2).                            03030000
           05  FILLER              PIC X(6)     VALUE " CUST ".         03040000
           05  ICD-CUSTOMER-NUMBER PIC 9(5).                            03050000
           05  FILLER              PIC X(1)     VALUE SPACE.            03060000
           05  ICD-CUSTOMER-NAME   PIC X(20).                           03070000
           05  FILLER              PIC X(11)    VALUE "  THIS YTD ".    03080000
           05  ICD-SALES-THIS-YTD  PIC ZZ,ZZ9.99-.                      03090000
           05  FILLER              PIC X(11)    VALUE "  LAST YTD ".    03100000
           05  ICD-SALES-LAST-YTD  PIC ZZ,ZZ9.99-.                      03110000
           05  FILLER              PIC X(13)    VALUE "  2 YRS AGO ".   03120000
           05  ICD-SALES-TWO-YEARS-AGO PIC ZZ,ZZ9.99-.                  03130000
                                                                        03140000
       01  BRANCH-IMAGE-DETAIL.                                         03150000
           05  FILLER              PIC X(3)     VALUE "BR ".            03160000
           05  IBD-BRANCH-NUMBER   PIC 9(2).                            03170000
           05  FILLER              PIC X(1)     VALUE SPACE.            03180000
           05  IBD-BRANCH-NAME     PIC X(20).                           03190000
           05  FILLER              PIC X(9)     VALUE "  REGION ".      03200000
           05  IBD-REGION-CODE     PIC 9(1).                            03210000
           05  FILLER              PIC X(1)     VALUE SPACE.            03220000
           05  IBD-REGION-NAME     PIC X(20).                           03230000
           05  FILLER              PIC X(51)    VALUE SPACE.            03240000
                                                                        03250000
       01  SALESREP-IMAGE-DETAIL.                                       03260000
           05  FILLER              PIC X(3)     VALUE "BR ".            03270000
           05  ISD-BRANCH-NUMBER   PIC 9(2).                            03280000
           05  FILLER              PIC X(4)     VALUE " SR ".           03290000
           05  ISD-SALESREP-NUMBER PIC 9(2).                            03300000
           05  FILLER              PIC X(1)     VALUE SPACE.            03310000
           05  ISD-SALESREP-NAME   PIC X(20).                           03320000
           05  FILLER              PIC X(76)    VALUE SPACE.            03330000
                                                                        03330001
       01  PRODUCT-IMAGE-DETAIL.                                        03330002
           05  FILLER              PIC X(5)     VALUE "PROD ".          03330003
           05  IPD-PRODUCT-CODE    PIC X(4).                            03330004
           05  FILLER              PIC X(1)     VALUE SPACE.            03330005
           05  IPD-PRODUCT-NAME    PIC X(20).                           03330006
           05  FILLER              PIC X(78)    VALUE SPACE.            03330007
                                                                        03340000
      **************************************************************    03350000
      * STORES THE COUNT LINES PRINTED AT THE END OF THE REPORT    *    03360000
      **************************************************************    03370000
       01  COUNT-LINE.                                                  03380000
           05  FILLER              PIC X(2)     VALUE SPACE.            03390000
           05  CL-DESCRIPTION      PIC X(30).                           03400000
           05  CL-COUNT            PIC Z,ZZZ,ZZ9.                       03410000
           05  FILLER              PIC X(89)    VALUE SPACE.            03420000
                                                                        03430000
       01  NOT-FOUND-LINE.                                              03440000
           05  FILLER              PIC X(2)     VALUE SPACE.            03450000
           05  FILLER              PIC X(40)    VALUE                   03460000
               "NO AUDIT LOG ENTRIES MATCH THE SELECTION".              03470000
           05  FILLER              PIC X(88)    VALUE SPACE.            03480000
                                                                        03490000
       LINKAGE SECTION.                                                 03500000
                                                                        03510000
      **************************************************************    03520000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    03530000
      * CLAUSE. HOLDS COMMA-SEPARATED KEYWORD=VALUE PAIRS, E.G.    *    03540000
      * "CUST=04217,FROM=20260101". PARM-LENGTH IS THE 2-BYTE      *    03550000
      * BINARY HALFWORD MVS PLACES AHEAD OF THE PARM TEXT ITSELF - *    03560000
      * PARM-DATA MUST NEVER BE SCANNED PAST PARM-LENGTH BYTES     *    03570000
      **************************************************************    03580000
       01  RUN-PARM-AREA.                                               03590000
           05  PARM-LENGTH         PIC S9(4) COMP.                      03600000
           05  PARM-DATA           PIC X(80).                           03610000
                                                                        03620000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          03630000
                                                                        03640000
      **************************************************************    03650000
      * CHECKS THE SELECTION, THEN PASSES THE AUDIT LOG ONCE       *    03660000
      * PRINTING EVERY ENTRY THAT MATCHES IT                       *    03670000
      **************************************************************    03680000
       000-PRINT-AUDIT-HISTORY.                                         03690000
                                                                        03700000
           PERFORM 010-PARSE-RUN-PARM.                                  03710000
                                                                        03720000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        03730000
           *> LINES                                                     03740000
           PERFORM 100-FORMAT-REPORT-HEADING.                           03750000
                                                                        03760000
           EVALUATE TRUE                                                03770000
               WHEN PARM-ERROR                                          03780000
                   DISPLAY "AUD5000 - RUN ABORTED - PARM NOT VALID - "  03790000
                       "USE CUST=NNNNN, BRANCH=NN, REP=NN, PGM=NAME, "  03800000
                       "FROM=YYYYMMDD, TO=YYYYMMDD"                     03810000
                   MOVE 16 TO RETURN-CODE                               03820000
               WHEN PARM-SELECTION-COUNT = ZERO                         03830000
                   DISPLAY "AUD5000 - RUN ABORTED - NO SELECTION ON "   03840000
                       "THE PARM"                                       03850000
                   MOVE 16 TO RETURN-CODE                               03860000
               WHEN PARM-SALESREP-NUMBER NOT = SPACE                    03870000
                AND PARM-BRANCH-NUMBER = SPACE                          03880000
                   DISPLAY "AUD5000 - RUN ABORTED - REP= NEEDS THE "    03890000
                       "BRANCH= IT BELONGS TO"                          03900000
                   MOVE 16 TO RETURN-CODE                               03910000
               WHEN PARM-FROM-DATE > PARM-TO-DATE                       03920000
                   DISPLAY "AUD5000 - RUN ABORTED - FROM= DATE IS "     03930000
                       "AFTER THE TO= DATE"                             03940000
                   MOVE 16 TO RETURN-CODE                               03950000
               WHEN OTHER                                               03960000
                   OPEN INPUT AUDITLOG                                  03970000
                        OUTPUT AUDRPT                                   03980000
                   PERFORM 200-SELECT-AUDIT-ENTRIES                     03990000
                   PERFORM 300-PRINT-SELECTION-TOTALS                   04000000
                   CLOSE AUDITLOG                                       04010000
                         AUDRPT                                         04020000
           END-EVALUATE.                                                04030000
                                                                        04040000
           STOP RUN.                                                    04050000
                                                                        04060000
      **************************************************************    04070000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    04080000
      * APPLIES EACH ONE                                           *    04090000
      **************************************************************    04100000
       010-PARSE-RUN-PARM.                                              04110000
                                                                        04120000
           IF PARM-LENGTH > ZERO                                        04130000
               MOVE PARM-DATA(1:PARM-LENGTH) TO SL-SELECTION            04140000
               MOVE 1 TO PARM-POINTER                                   04150000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         04160000
                   UNTIL PARM-POINTER > PARM-LENGTH                     04170000
                      OR PARM-KEYWORD-COUNT >= 10                       04180000
               PERFORM 012-APPLY-PARM-KEYWORDS                          04190000
                   VARYING PK-INDEX FROM 1 BY 1                         04200000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  04210000
           END-IF.                                                      04220000
                                                                        04230000
      **************************************************************    04240000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    04250000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    04260000
      **************************************************************    04270000
       011-EXTRACT-PARM-SEGMENT.                                        04280000
                                                                        04290000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 04300000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          04310000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        04320000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           04330000
               INTO PK-RAW-PAIR(PK-INDEX)                               04340000
               WITH POINTER PARM-POINTER                                04350000
           END-UNSTRING.                                                04360000
           PERFORM 013-SPLIT-PARM-PAIR.                                 04370000
                                                                        04380000
      **************************************************************    04390000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    04400000
      **************************************************************    04410000
       013-SPLIT-PARM-PAIR.                                             04420000
                                                                        04430000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             04440000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           04450000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              04460000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 04470000
           END-UNSTRING.                                                04480000
                                                                        04490000
      **************************************************************    04500000
      * APPLIES ONE PARM KEYWORD TO ITS RUN-PARM-FIELDS ITEM. A    *    04510000
      * NUMBER OR DATE OF THE WRONG LENGTH, OR A KEYWORD THIS      *    04520000
      * PROGRAM DOES NOT KNOW, STOPS THE RUN RATHER THAN PRINT A   *    04530000
      * HISTORY NOBODY ASKED FOR                                   *    04540000
      **************************************************************    04550000
       012-APPLY-PARM-KEYWORDS.                                         04560000
                                                                        04570000
           ADD 1 TO PARM-SELECTION-COUNT.                               04580000
                                                                        04590000
           EVALUATE PK-KEY(PK-INDEX)                                    04600000
               WHEN "CUST"                                              04610000
                   IF PK-VALUE(PK-INDEX)(1:5) IS NUMERIC                04620000
                      AND PK-VALUE(PK-INDEX)(6:15) = SPACES             04630000
                       MOVE PK-VALUE(PK-INDEX)(1:5)                     04640000
                           TO PARM-CUSTOMER-NUMBER                      04650000
                   ELSE                                                 04660000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    04670000
                   END-IF                                               04680000
               WHEN "BRANCH"                                            04690000
                   IF PK-VALUE(PK-INDEX)(1:2) IS NUMERIC                04700000
                      AND PK-VALUE(PK-INDEX)(3:18) = SPACES             04710000
                       MOVE PK-VALUE(PK-INDEX)(1:2)                     04720000
                           TO PARM-BRANCH-NUMBER                        04730000
                   ELSE                                                 04740000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    04750000
                   END-IF                                               04760000
               WHEN "REP"                                               04770000
                   IF PK-VALUE(PK-INDEX)(1:2) IS NUMERIC                04780000
                      AND PK-VALUE(PK-INDEX)(3:18) = SPACES             04790000
                       MOVE PK-VALUE(PK-INDEX)(1:2)                     04800000
                           TO PARM-SALESREP-NUMBER                      04810000
                   ELSE                                                 04820000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    04830000
                   END-IF                                               04840000
               WHEN "PGM"                                               04850000
                   IF PK-VALUE(PK-INDEX) NOT = SPACES                   04860000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             04870000
                       MOVE PK-VALUE(PK-INDEX)(1:8) TO PARM-PROGRAM-ID  04880000
                   ELSE                                                 04890000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    04900000
                   END-IF                                               04910000
               WHEN "FROM"                                              04920000
                   IF PK-VALUE(PK-INDEX)(1:8) IS NUMERIC                04930000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             04940000
                       MOVE PK-VALUE(PK-INDEX)(1:8) TO PARM-FROM-DATE   04950000
                   ELSE                                                 04960000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    04970000
                   END-IF                                               04980000
               WHEN "TO"                                                04990000
                   IF PK-VALUE(PK-INDEX)(1:8) IS NUMERIC                05000000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             05010000
                       MOVE PK-VALUE(PK-INDEX)(1:8) TO PARM-TO-DATE     05020000
                   ELSE                                                 05030000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    05040000
                   END-IF                                               05050000
               WHEN OTHER                                               05060000
                   MOVE "Y" TO PARM-ERROR-SWITCH                        05070000
           END-EVALUATE.                                                05080000
                                                                        05090000
      **************************************************************    05100000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    05110000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    05120000
      **************************************************************    05130000
       100-FORMAT-REPORT-HEADING.                                       05140000
                                                                        05150000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         05160000
                                                                        05170000
           MOVE CD-MONTH   TO HL1-MONTH.                                05180000
           MOVE CD-DAY     TO HL1-DAY.                                  05190000
           MOVE CD-YEAR    TO HL1-YEAR.                                 05200000
           MOVE CD-HOURS   TO HL2-HOURS.                                05210000
           MOVE CD-MINUTES TO HL2-MINUTES.                              05220000
                                                                        05230000
      **************************************************************    05240000
      * PASSES THE WHOLE AUDIT LOG, OLDEST ENTRY FIRST             *    05250000
      **************************************************************    05260000
       200-SELECT-AUDIT-ENTRIES.                                        05270000
                                                                        05280000
           PERFORM 205-READ-AUDIT-ENTRY.                                05290000
           PERFORM 210-CHECK-AUDIT-ENTRY UNTIL AUDITLOG-EOF.            05300000
                                                                        05310000
      **************************************************************    05320000
      * READS THE NEXT AUDIT LOG ENTRY AND IF ITS THE LAST ONE     *    05330000
      * UPDATES THE AUDITLOG-EOF-SWITCH                            *    05340000
      **************************************************************    05350000
       205-READ-AUDIT-ENTRY.                                            05360000
                                                                        05370000
           READ AUDITLOG                                                05380000
               AT END                                                   05390000
                   MOVE "Y" TO AUDITLOG-EOF-SWITCH                      05400000
               NOT AT END                                               05410000
                   ADD 1 TO ENTRIES-READ                                05420000
           END-READ.                                                    05430000
                                                                        05440000
      **************************************************************    05450000
      * TESTS THE ENTRY AGAINST EVERY KEYWORD ON THE PARM, PRINTS  *    05460000
      * IT IF IT PASSES THEM ALL, AND READS THE NEXT ONE           *    05470000
      **************************************************************    05480000
       210-CHECK-AUDIT-ENTRY.                                           05490000
                                                                        05500000
           MOVE "Y" TO ENTRY-SELECTED-SWITCH.                           05510000
                                                                        05520000
           IF PARM-CUSTOMER-NUMBER NOT = SPACE                          05530000
              AND AL-CUSTOMER-NUMBER NOT = PARM-CUSTOMER-NUMBER         05540000
               MOVE "N" TO ENTRY-SELECTED-SWITCH                        05550000
           END-IF.                                                      05560000
                                                                        05570000
           *> A BRANCH (AND SALESREP) MATCHES ON EITHER SIDE OF THE     05580000
           *> ENTRY SO A MOVE IS FOUND UNDER BOTH THE OLD AND THE NEW   05590000
           *> OWNER                                                     05600000
           IF PARM-BRANCH-NUMBER NOT = SPACE                            05610000
               IF PARM-SALESREP-NUMBER = SPACE                          05620000
                   IF AL-BEFORE-BRANCH NOT = PARM-BRANCH-NUMBER         05630000
                      AND AL-AFTER-BRANCH NOT = PARM-BRANCH-NUMBER      05640000
                       MOVE "N" TO ENTRY-SELECTED-SWITCH                05650000
                   END-IF                                               05660000
               ELSE                                                     05670000
                   IF (AL-BEFORE-BRANCH NOT = PARM-BRANCH-NUMBER        05680000
                       OR AL-BEFORE-SALESREP NOT = PARM-SALESREP-NUMBER)05690000
                      AND (AL-AFTER-BRANCH NOT = PARM-BRANCH-NUMBER     05700000
                       OR AL-AFTER-SALESREP NOT = PARM-SALESREP-NUMBER) 05710000
                       MOVE "N" TO ENTRY-SELECTED-SWITCH                05720000
                   END-IF                                               05730000
               END-IF                                                   05740000
           END-IF.                                                      05750000
                                                                        05760000
           IF PARM-PROGRAM-ID NOT = SPACE                               05770000
              AND AL-PROGRAM-ID NOT = PARM-PROGRAM-ID                   05780000
               MOVE "N" TO ENTRY-SELECTED-SWITCH                        05790000
           END-IF.                                                      05800000
                                                                        05810000
           IF AL-RUN-DATE < PARM-FROM-DATE                              05820000
              OR AL-RUN-DATE > PARM-TO-DATE                             05830000
               MOVE "N" TO ENTRY-SELECTED-SWITCH                        05840000
           END-IF.                                                      05850000
                                                                        05860000
           IF ENTRY-SELECTED                                            05870000
               PERFORM 215-PRINT-AUDIT-ENTRY                            05880000
           END-IF.                                                      05890000
                                                                        05900000
           PERFORM 205-READ-AUDIT-ENTRY.                                05910000
                                                                        05920000
      **************************************************************    05930000
      * PRINTS THE ENTRY'S SUMMARY LINE FOLLOWED BY ITS BEFORE AND *    05940000
      * AFTER IMAGES, AND COUNTS IT BY TRANSACTION TYPE            *    05950000
      **************************************************************    05960000
       215-PRINT-AUDIT-ENTRY.                                           05970000
                                                                        05980000
           ADD 1 TO ENTRIES-SELECTED.                                   05990000
                                                                        06000000
           MOVE AL-RUN-DATE(5:2)  TO EL-RUN-MONTH.                      06010000
           MOVE AL-RUN-DATE(7:2)  TO EL-RUN-DAY.                        06020000
           MOVE AL-RUN-DATE(1:4)  TO EL-RUN-YEAR.                       06030000
           MOVE AL-RUN-TIME(1:2)  TO EL-RUN-HOURS.                      06040000
           MOVE AL-RUN-TIME(3:2)  TO EL-RUN-MINUTES.                    06050000
           MOVE AL-RUN-TIME(5:2)  TO EL-RUN-SECONDS.                    06060000
           MOVE AL-PROGRAM-ID      TO EL-PROGRAM-ID.                    06070000
           MOVE AL-MASTER-FILE     TO EL-MASTER-FILE.                   06080000
           MOVE AL-REASON-CODE     TO EL-REASON-CODE.                   06090000
           MOVE AL-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.               06100000
           MOVE AL-BEFORE-BRANCH   TO EL-BEFORE-BRANCH.                 06110000
           MOVE AL-BEFORE-SALESREP TO EL-BEFORE-SALESREP.               06120000
           MOVE AL-AFTER-BRANCH    TO EL-AFTER-BRANCH.                  06130000
           MOVE AL-AFTER-SALESREP  TO EL-AFTER-SALESREP.                06140000
                                                                        06150000
           *> THE SLASH ONLY PRINTS WHEN THERE IS A SALESREP ON THAT    06160000
           *> SIDE - A BRANCH RECORD HAS NONE                           06170000
           MOVE SPACE TO EL-BEFORE-SLASH                                06180000
                         EL-AFTER-SLASH.                                06190000
           IF AL-BEFORE-SALESREP NOT = SPACE                            06200000
               MOVE "/" TO EL-BEFORE-SLASH                              06210000
           END-IF.                                                      06220000
           IF AL-AFTER-SALESREP NOT = SPACE                             06230000
               MOVE "/" TO EL-AFTER-SLASH                               06240000
           END-IF.                                                      06250000
                                                                        06260000
           EVALUATE TRUE                                                06270000
               WHEN AL-ADD                                              06280000
                   MOVE "ADD"      TO EL-TRANS-TEXT                     06290000
                   ADD 1 TO ADDS-SELECTED                               06300000
               WHEN AL-CHANGE                                           06310000
                   MOVE "CHANGE"   TO EL-TRANS-TEXT                     06320000
                   ADD 1 TO CHANGES-SELECTED                            06330000
               WHEN AL-DELETE                                           06340000
                   MOVE "DELETE"   TO EL-TRANS-TEXT                     06350000
                   ADD 1 TO DELETES-SELECTED                            06360000
               WHEN AL-MOVE                                             06370000
                   MOVE "MOVE"     TO EL-TRANS-TEXT                     06380000
                   ADD 1 TO MOVES-SELECTED                              06390000
               WHEN AL-ROLLOVER                                         06400000
                   MOVE "ROLLOVER" TO EL-TRANS-TEXT                     06410000
                   ADD 1 TO ROLLOVERS-SELECTED                          06420000
               WHEN OTHER                                               06430000
                   MOVE AL-TRANS-TYPE TO EL-TRANS-TEXT                  06440000
           END-EVALUATE.                                                06450000
                                                                        06460000
           IF LINE-COUNT >= LINES-ON-PAGE                               06470000
               PERFORM 230-PRINT-HEADING-LINES.                         06480000
                                                                        06490000
           MOVE ENTRY-LINE TO PRINT-AREA.                               06500000
           PERFORM 225-WRITE-REPORT-LINE.                               06510000
                                                                        06520000
           MOVE "BEFORE: "      TO IL-SIDE.                             06530000
           MOVE AL-BEFORE-IMAGE TO IMAGE-WORK-AREA.                     06540000
           PERFORM 220-FORMAT-IMAGE-LINE.                               06550000
           MOVE IMAGE-LINE TO PRINT-AREA.                               06560000
           PERFORM 225-WRITE-REPORT-LINE.                               06570000
                                                                        06580000
           MOVE "AFTER:  "      TO IL-SIDE.                             06590000
           MOVE AL-AFTER-IMAGE  TO IMAGE-WORK-AREA.                     06600000
           PERFORM 220-FORMAT-IMAGE-LINE.                               06610000
           MOVE IMAGE-LINE TO PRINT-AREA.                               06620000
           PERFORM 225-WRITE-REPORT-LINE.                               06630000
                                                                        06640000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           06650000
           PERFORM 225-WRITE-REPORT-LINE.                               06660000
                                                                        06670000
      **************************************************************    06680000
      * LAYS ONE RECORD IMAGE OUT ON THE IMAGE LINE ACCORDING TO   *    06690000
      * THE MASTER FILE IT CAME FROM. THE SIDE AN ADD OR DELETE    *    06700000
      * DOES NOT HAVE IS LOGGED AS SPACES AND PRINTS AS NOT ON     *    06710000
      * FILE                                                       *    06720000
      **************************************************************    06730000
       220-FORMAT-IMAGE-LINE.                                           06740000
                                                                        06750000
           EVALUATE TRUE                                                06760000
               WHEN IMAGE-WORK-AREA = SPACES                            06770000
                   MOVE "(NOT ON FILE)" TO IL-DETAIL                    06780000
               WHEN AL-MASTER-FILE = "CUSTMAST"                         06790000
                   MOVE CI-BRANCH-NUMBER   TO ICD-BRANCH-NUMBER         06800000
                   MOVE CI-SALESREP-NUMBER TO ICD-SALESREP-NUMBER       06810000
                   MOVE CI-CUSTOMER-NUMBER TO ICD-CUSTOMER-NUMBER       06820000
                   MOVE CI-CUSTOMER-NAME   TO ICD-CUSTOMER-NAME         06830000
                   MOVE CI-SALES-THIS-YTD  TO ICD-SALES-THIS-YTD        06840000
                   MOVE CI-SALES-LAST-YTD  TO ICD-SALES-LAST-YTD        06850000
                   MOVE CI-SALES-TWO-YEARS-AGO                          06860000
                       TO ICD-SALES-TWO-YEARS-AGO                       06870000
                   MOVE CUSTOMER-IMAGE-DETAIL TO IL-DETAIL              06880000
               WHEN AL-MASTER-FILE = "BRANCHMAST"                       06890000
                   MOVE BI-BRANCH-NUMBER   TO IBD-BRANCH-NUMBER         06900000
                   MOVE BI-BRANCH-NAME     TO IBD-BRANCH-NAME           06910000
                   MOVE BI-REGION-CODE     TO IBD-REGION-CODE           06920000
                   MOVE BI-REGION-NAME     TO IBD-REGION-NAME           06930000
                   MOVE BRANCH-IMAGE-DETAIL TO IL-DETAIL                06940000
               WHEN AL-MASTER-FILE = "SALESREPMAST"                     06950000
                   MOVE SI-BRANCH-NUMBER   TO ISD-BRANCH-NUMBER         06960000
                   MOVE SI-SALESREP-NUMBER TO ISD-SALESREP-NUMBER       06970000
                   MOVE SI-SALESREP-NAME   TO ISD-SALESREP-NAME         06980000
                   MOVE SALESREP-IMAGE-DETAIL TO IL-DETAIL              06990000
               WHEN AL-MASTER-FILE = "PRODMAST"                         06990001
                   MOVE PI-PRODUCT-CODE    TO IPD-PRODUCT-CODE          06990002
                   MOVE PI-PRODUCT-NAME    TO IPD-PRODUCT-NAME          06990003
                   MOVE PRODUCT-IMAGE-DETAIL TO IL-DETAIL               06990004
               WHEN OTHER                                               07000000
                   MOVE IMAGE-WORK-AREA TO IL-DETAIL                    07010000
           END-EVALUATE.                                                07020000
                                                                        07030000
      **************************************************************    07040000
      * WRITES ONE LINE TO THE REPORT AND COUNTS IT AGAINST THE    *    07050000
      * CURRENT PAGE                                               *    07060000
      **************************************************************    07070000
       225-WRITE-REPORT-LINE.                                           07080000
           WRITE PRINT-AREA.                                            07090000
           ADD 1 TO LINE-COUNT.                                         07100000
                                                                        07110000
      **************************************************************    07120000
      * PRINTS THE HEADER LINES, THE SELECTION, AND THE COLUMN     *    07130000
      * HEADINGS, RAN ONCE FOR EVERY PAGE                          *    07140000
      **************************************************************    07150000
       230-PRINT-HEADING-LINES.                                         07160000
                                                                        07170000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             07180000
           *> SO WE INCREASE THE PAGE COUNT HERE                        07190000
           ADD 1 TO PAGE-COUNT.                                         07200000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      07210000
                                                                        07220000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           07230000
           WRITE PRINT-AREA.                                            07240000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           07250000
           WRITE PRINT-AREA.                                            07260000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07270000
           WRITE PRINT-AREA.                                            07280000
           MOVE SELECTION-LINE TO PRINT-AREA.                           07290000
           WRITE PRINT-AREA.                                            07300000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07310000
           WRITE PRINT-AREA.                                            07320000
           MOVE COLUMN-HEADING-1 TO PRINT-AREA.                         07330000
           WRITE PRINT-AREA.                                            07340000
           MOVE COLUMN-HEADING-2 TO PRINT-AREA.                         07350000
           WRITE PRINT-AREA.                                            07360000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07370000
           WRITE PRINT-AREA.                                            07380000
                                                                        07390000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    07400000
           *> OF A NEW PAGE                                             07410000
           MOVE ZERO TO LINE-COUNT.                                     07420000
                                                                        07430000
      **************************************************************    07440000
      * PRINTS HOW MANY ENTRIES WERE READ AND HOW MANY OF EACH     *    07450000
      * TYPE MATCHED. A SELECTION THAT MATCHED NOTHING ENDS RC=4   *    07460000
      **************************************************************    07470000
       300-PRINT-SELECTION-TOTALS.                                      07480000
                                                                        07490000
           IF LINE-COUNT >= LINES-ON-PAGE                               07500000
               PERFORM 230-PRINT-HEADING-LINES.                         07510000
                                                                        07520000
           IF ENTRIES-SELECTED = ZERO                                   07530000
               MOVE NOT-FOUND-LINE TO PRINT-AREA                        07540000
               PERFORM 225-WRITE-REPORT-LINE                            07550000
               MOVE HEADING-LINE-3 TO PRINT-AREA                        07560000
               PERFORM 225-WRITE-REPORT-LINE                            07570000
               MOVE 4 TO RETURN-CODE                                    07580000
           END-IF.                                                      07590000
                                                                        07600000
           MOVE "AUDIT LOG ENTRIES READ" TO CL-DESCRIPTION.             07610000
           MOVE ENTRIES-READ TO CL-COUNT.                               07620000
           MOVE COUNT-LINE TO PRINT-AREA.                               07630000
           PERFORM 225-WRITE-REPORT-LINE.                               07640000
                                                                        07650000
           MOVE "ENTRIES SELECTED" TO CL-DESCRIPTION.                   07660000
           MOVE ENTRIES-SELECTED TO CL-COUNT.                           07670000
           MOVE COUNT-LINE TO PRINT-AREA.                               07680000
           PERFORM 225-WRITE-REPORT-LINE.                               07690000
                                                                        07700000
           MOVE "  ADDS" TO CL-DESCRIPTION.                             07710000
           MOVE ADDS-SELECTED TO CL-COUNT.                              07720000
           MOVE COUNT-LINE TO PRINT-AREA.                               07730000
           PERFORM 225-WRITE-REPORT-LINE.                               07740000
                                                                        07750000
           MOVE "  CHANGES" TO CL-DESCRIPTION.                          07760000
           MOVE CHANGES-SELECTED TO CL-COUNT.                           07770000
           MOVE COUNT-LINE TO PRINT-AREA.                               07780000
           PERFORM 225-WRITE-REPORT-LINE.                               07790000
                                                                        07800000
           MOVE "  DELETES" TO CL-DESCRIPTION.                          07810000
           MOVE DELETES-SELECTED TO CL-COUNT.                           07820000
           MOVE COUNT-LINE TO PRINT-AREA.                               07830000
           PERFORM 225-WRITE-REPORT-LINE.                               07840000
                                                                        07850000
           MOVE "  MOVES" TO CL-DESCRIPTION.                            07860000
           MOVE MOVES-SELECTED TO CL-COUNT.                             07870000
           MOVE COUNT-LINE TO PRINT-AREA.                               07880000
           PERFORM 225-WRITE-REPORT-LINE.                               07890000
                                                                        07900000
           MOVE "  ROLLOVERS" TO CL-DESCRIPTION.                        07910000
           MOVE ROLLOVERS-SELECTED TO CL-COUNT.                         07920000
           MOVE COUNT-LINE TO PRINT-AREA.                               07930000
           PERFORM 225-WRITE-REPORT-LINE.                               07940000
