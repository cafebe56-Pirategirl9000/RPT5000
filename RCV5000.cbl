       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. RCV5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program rebuilds CUSTMAST to a known point 00080000
      *   after a bad run is found too late to simply rerun the night.  00090000
      *   It starts from a backup generation of CUSTMAST chosen in the  00100000
      *   JCL - every master-updating job keeps one before it replaces  00110000
      *   the live file - and reads the date of the last TRN5000        00120000
      *   posting the generation holds off its control trailer. Every   00130000
      *   SALESHIST record posted after that date and on or before the  00140000
      *   TO= date on the run parm is sorted into branch/salesrep/      00150000
      *   customer order and added back into CM-SALES-THIS-YTD exactly  00160000
      *   as TRN5000 posted it, and the rebuilt master is written with  00170000
      *   a fresh control trailer. The rebuilt count and hash totals    00180000
      *   are then proved against the figures RPT5000 logged to RUNHIST 00190000
      *   for the TO= business date - the recovery ends RC=0 only when  00200000
      *   every figure agrees, and RC=16 when it does not or when there 00210000
      *   is no RUNHIST entry to prove it against. A generation that is 00220000
      *   missing its trailer, does not agree with it, already holds    00230000
      *   postings past the TO= date, or belongs to a different sales   00240000
      *   year than the TO= date is refused RC=16 before anything is    00250000
      *   written                                                       00260000
       ENVIRONMENT DIVISION.                                            00270000
                                                                        00280000
       INPUT-OUTPUT SECTION.                                            00290000
                                                                        00300000
       FILE-CONTROL.                                                    00310000
           SELECT BACKUP ASSIGN TO BACKUP.                              00320000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00330000
           SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST.                   00340000
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00350000
           SELECT RCVRPT ASSIGN TO RCVRPT.                              00360000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00370000
                                                                        00380000
       DATA DIVISION.                                                   00390000
                                                                        00400000
       FILE SECTION.                                                    00410000
                                                                        00420000
      **************************************************************    00430000
      * BACKUP GENERATION OF CUSTMAST THE RECOVERY STARTS FROM -    *   00440000
      * SAME LAYOUT AS RPT5000'S CUSTMAST, IN BRANCH/SALESREP/      *   00450000
      * CUSTOMER SEQUENCE WITH THE CONTROL TRAILER AS ITS LAST      *   00460000
      * RECORD. READ TWICE - ONCE TO PROVE IT AGAINST ITS TRAILER   *   00470000
      * AND FIND ITS LAST POSTED DATE, ONCE TO ROLL IT FORWARD      *   00480000
      **************************************************************    00490000
       FD  BACKUP                                                       00500000
           RECORDING MODE IS F                                          00510000
           LABEL RECORDS ARE STANDARD                                   00520000
           RECORD CONTAINS 130 CHARACTERS                               00530000
           BLOCK CONTAINS 130 CHARACTERS.                               00540000
       01  CUSTOMER-MASTER-RECORD.                                      00550000
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00560000
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00570000
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00580000
           05  CM-CUSTOMER-NAME        PIC X(20).                       00590000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00600000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00610000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00620000
           05  FILLER                  PIC X(80).                       00630000
                                                                        00640000
      **************************************************************    00650000
      * CUMULATIVE SALES DETAIL HISTORY FILE WRITTEN BY TRN5000 -   *   00660000
      * ONE RECORD PER POSTED TRANSACTION, STAMPED WITH THE DATE    *   00670000
      * IT POSTED. RECORDS WRITTEN BEFORE THE STAMP EXISTED CARRY   *   00680000
      * SPACES THERE AND PREDATE EVERY GENERATION THIS PROGRAM WILL *   00690000
      * ACCEPT                                                      *   00700000
      **************************************************************    00710000
       FD  SALESHIST                                                    00720000
           RECORDING MODE IS F                                          00730000
           LABEL RECORDS ARE STANDARD                                   00740000
           RECORD CONTAINS 80 CHARACTERS                                00750000
           BLOCK CONTAINS 80 CHARACTERS.                                00760000
       01  SALES-HISTORY-RECORD.                                        00770000
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00780000
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00790000
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00800000
           05  SH-INVOICE-DATE         PIC 9(8).                        00810000
           05  SH-INVOICE-NUMBER       PIC 9(6).                        00820000
           05  SH-SALE-AMOUNT          PIC S9(5)V9(2).                  00830000
           05  SH-TRANS-TYPE           PIC X(1).                        00840000
           05  SH-POSTED-DATE          PIC 9(8).                        00850000
           05  FILLER                  PIC X(41).                       00860000
                                                                        00870000
      **************************************************************    00880000
      * RUN HISTORY FILE APPENDED BY EVERY RPT5000 RUN - ONE RECORD *   00890000
      * PER RUN WITH THE BUSINESS DATE IT REPORTED AND THE COUNT    *   00900000
      * AND GRAND TOTALS IT PRINTED. THE REBUILT MASTER IS PROVED   *   00910000
      * AGAINST THE LAST GOOD RUN FOR THE TO= DATE                  *   00920000
      **************************************************************    00930000
       FD  RUNHIST                                                      00940000
           RECORDING MODE IS F                                          00950000
           LABEL RECORDS ARE STANDARD                                   00960000
           RECORD CONTAINS 130 CHARACTERS                               00970000
           BLOCK CONTAINS 130 CHARACTERS.                               00980000
       01  RUN-HISTORY-RECORD.                                          00990000
           05  RH-RUN-DATE             PIC 9(8).                        01000000
           05  RH-RUN-TIME             PIC 9(4).                        01010000
           05  RH-BUSINESS-DATE        PIC 9(8).                        01020000
           05  RH-THRESHOLD            PIC S9(3)V9.                     01030000
           05  RH-ASOF-DATE            PIC 9(8).                        01040000
           05  RH-SUPPRESS-ZERO        PIC X(1).                        01050000
           05  RH-FORCE-USED           PIC X(1).                        01060000
           05  RH-CUSTOMER-COUNT       PIC 9(7).                        01070000
           05  RH-GRAND-THIS-YTD       PIC S9(7)V9(2).                  01080000
           05  RH-GRAND-LAST-YTD       PIC S9(7)V9(2).                  01090000
           05  RH-GRAND-TWO-YEARS-AGO  PIC S9(7)V9(2).                  01100000
           05  RH-RETURN-CODE          PIC 9(2).                        01110000
           05  FILLER                  PIC X(60).                       01120000
                                                                        01130000
      **************************************************************    01140000
      * OUTPUT FILE - THE REBUILT MASTER, CLOSED WITH A FRESH       *   01150000
      * CONTROL TRAILER                                             *   01160000
      **************************************************************    01170000
       FD  NEWMAST                                                      01180000
           RECORDING MODE IS F                                          01190000
           LABEL RECORDS ARE STANDARD                                   01200000
           RECORD CONTAINS 130 CHARACTERS                               01210000
           BLOCK CONTAINS 130 CHARACTERS.                               01220000
       01  NEWMAST-RECORD      PIC X(130).                              01230000
                                                                        01240000
      **************************************************************    01250000
      * OUTPUT FILE - THE PRINTED RECOVERY REPORT                   *   01260000
      **************************************************************    01270000
       FD  RCVRPT                                                       01280000
           RECORDING MODE IS F                                          01290000
           LABEL RECORDS ARE STANDARD                                   01300000
           RECORD CONTAINS 130 CHARACTERS                               01310000
           BLOCK CONTAINS 130 CHARACTERS.                               01320000
       01  PRINT-AREA      PIC X(130).                                  01330000
                                                                        01340000
      **************************************************************    01350000
      * SORT WORK FILE - THE HISTORY RECORDS POSTED INSIDE THE      *   01360000
      * RECOVERY WINDOW ARE RELEASED HERE AND COME BACK IN THE      *   01370000
      * GENERATION'S OWN BRANCH/SALESREP/CUSTOMER SEQUENCE          *   01380000
      **************************************************************    01390000
       SD  SORT-FILE                                                    01400000
           RECORD CONTAINS 80 CHARACTERS.                               01410000
       01  SORT-RECORD.                                                 01420000
           05  HS-BRANCH-NUMBER        PIC 9(2).                        01430000
           05  HS-SALESREP-NUMBER      PIC 9(2).                        01440000
           05  HS-CUSTOMER-NUMBER      PIC 9(5).                        01450000
           05  HS-INVOICE-DATE         PIC 9(8).                        01460000
           05  HS-INVOICE-NUMBER       PIC 9(6).                        01470000
           05  HS-SALE-AMOUNT          PIC S9(5)V9(2).                  01480000
           05  HS-TRANS-TYPE           PIC X(1).                        01490000
           05  HS-POSTED-DATE          PIC 9(8).                        01500000
           05  FILLER                  PIC X(41).                       01510000
                                                                        01520000
       WORKING-STORAGE SECTION.                                         01530000
                                                                        01540000
      *------------------------------------------------------------*    01550000
      *                        WORKING FIELDS                      *    01560000
      *============================================================*    01570000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01580000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01590000
      *------------------------------------------------------------*    01600000
                                                                        01610000
      **************************************************************    01620000
      * SWITCHES FOR END OF FILE, A BAD PARM, THE GENERATION'S     *    01630000
      * TRAILER, AND THE RUNHIST PROOF                             *    01640000
      **************************************************************    01650000
       01  SWITCHES.                                                    01660000
           05  BACKUP-EOF-SWITCH       PIC X    VALUE "N".              01670000
               88  BACKUP-EOF                   VALUE "Y".              01680000
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              01690000
               88  SALESHIST-EOF                VALUE "Y".              01700000
           05  RUNHIST-EOF-SWITCH      PIC X    VALUE "N".              01710000
               88  RUNHIST-EOF                  VALUE "Y".              01720000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              01730000
               88  SORT-EOF                     VALUE "Y".              01740000
           05  PARM-ERROR-SWITCH       PIC X    VALUE "N".              01750000
               88  PARM-ERROR                   VALUE "Y".              01760000
           05  TRAILER-SEEN-SWITCH     PIC X    VALUE "N".              01770000
               88  TRAILER-SEEN                 VALUE "Y".              01780000
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01790000
               88  TRAILER-ERROR                VALUE "Y".              01800000
           05  RUNHIST-FOUND-SWITCH    PIC X    VALUE "N".              01810000
               88  RUNHIST-FOUND                VALUE "Y".              01820000
           05  PROOF-ERROR-SWITCH      PIC X    VALUE "N".              01830000
               88  PROOF-ERROR                  VALUE "Y".              01840000
                                                                        01850000
      **************************************************************    01860000
      * THE CONTROL TRAILER RECORD CARRIED AS THE LAST RECORD ON    *   01870000
      * CUSTMAST - ITS KEY OF ALL NINES SORTS IT BEHIND EVERY REAL  *   01880000
      * CUSTOMER. THE GENERATION'S TRAILER NAMES THE LAST DATE IT   *   01890000
      * WAS POSTED THROUGH AND THE SALES YEAR ITS THIS-YTD COVERS;  *   01900000
      * THE REBUILT MASTER'S TRAILER CARRIES THE TO= DATE AND THE   *   01910000
      * SAME SALES YEAR                                             *   01920000
      **************************************************************    01930000
       01  CONTROL-TRAILER-AREA.                                        01940000
           05  CT-TRAILER-KEY          PIC X(9).                        01950000
           05  CT-TRAILER-ID           PIC X(8).                        01960000
           05  CT-RECORD-COUNT         PIC 9(7).                        01970000
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  01980000
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  01990000
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  02000000
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        02010000
           05  CT-SALES-YEAR           PIC 9(4).                        02020000
           05  FILLER                  PIC X(61).                       02030000
                                                                        02040000
      **************************************************************    02050000
      * COUNT AND HASH TOTALS ACCUMULATED FROM THE GENERATION FOR   *   02060000
      * VERIFYING ITS TRAILER, AND FROM THE REBUILT MASTER FOR ITS  *   02070000
      * NEW TRAILER AND THE RUNHIST PROOF                           *   02080000
      **************************************************************    02090000
       01  TRAILER-AUDIT-FIELDS.                                        02100000
           05  INPUT-RECORD-COUNT      PIC S9(7)     VALUE ZERO.        02110000
           05  INPUT-HASH-THIS-YTD     PIC S9(9)V99  VALUE ZERO.        02120000
           05  INPUT-HASH-LAST-YTD     PIC S9(9)V99  VALUE ZERO.        02130000
           05  INPUT-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.        02140000
           05  OUTPUT-RECORD-COUNT     PIC S9(7)     VALUE ZERO.        02150000
           05  OUTPUT-HASH-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        02160000
           05  OUTPUT-HASH-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        02170000
           05  OUTPUT-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.       02180000
                                                                        02190000
      **************************************************************    02200000
      * THE RECOVERY WINDOW - POSTINGS AFTER THE GENERATION'S LAST  *   02210000
      * POSTED DATE AND ON OR BEFORE THE TO= DATE ARE RE-APPLIED    *   02220000
      **************************************************************    02230000
       01  RECOVERY-FIELDS.                                             02240000
           05  GENERATION-POSTED-DATE  PIC 9(8)      VALUE ZERO.        02250000
           *> ZERO ON A GENERATION WRITTEN BEFORE THE TRAILER           02260000
           *> CARRIED A SALES YEAR - THE YEAR OF ITS LAST POSTING       02270000
           *> STANDS IN FOR IT                                          02280000
           05  GENERATION-SALES-YEAR   PIC 9(4)      VALUE ZERO.        02290000
           05  MASTER-RECORD-KEY       PIC X(9)      VALUE SPACE.       02300000
           05  POSTING-RECORD-KEY      PIC X(9)      VALUE SPACE.       02310000
           05  CUSTOMER-POSTING-COUNT  PIC S9(5)     VALUE ZERO.        02320000
           05  CUSTOMER-POSTED-AMOUNT  PIC S9(7)V99  VALUE ZERO.        02330000
           05  GENERATION-THIS-YTD     PIC S9(5)V99  VALUE ZERO.        02340000
                                                                        02350000
      **************************************************************    02360000
      * THE COUNT AND GRAND TOTALS FROM THE LAST GOOD RPT5000 RUN   *   02370000
      * FOR THE TO= BUSINESS DATE                                   *   02380000
      **************************************************************    02390000
       01  RUNHIST-FIGURES.                                             02400000
           05  PROOF-RUN-DATE          PIC 9(8)      VALUE ZERO.        02410000
           05  PROOF-RUN-TIME          PIC 9(4)      VALUE ZERO.        02420000
           05  PROOF-CUSTOMER-COUNT    PIC S9(7)     VALUE ZERO.        02430000
           05  PROOF-GRAND-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        02440000
           05  PROOF-GRAND-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        02450000
           05  PROOF-GRAND-TWO-YEARS   PIC S9(9)V99  VALUE ZERO.        02460000
                                                                        02470000
      **************************************************************    02480000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    02490000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). TO= IS REQUIRED   *    02500000
      **************************************************************    02510000
       01  RUN-PARM-FIELDS.                                             02520000
           05  PARM-TO-DATE         PIC 9(8)     VALUE ZERO.            02530000
           05  PARM-TO-DATE-PARTS REDEFINES PARM-TO-DATE.               02540000
               10  PARM-TO-YEAR     PIC 9(4).                           02550000
               10  FILLER           PIC 9(4).                           02560000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            02570000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            02580000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       02590000
                   INDEXED BY PK-INDEX.                                 02600000
               10  PK-RAW-PAIR     PIC X(40).                           02610000
               10  PK-KEY          PIC X(20).                           02620000
               10  PK-VALUE        PIC X(20).                           02630000
                                                                        02640000
      **************************************************************    02650000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    02660000
      **************************************************************    02670000
       01  PRINT-FIELDS.                                                02680000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  02690000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   02700000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   02710000
                                                                        02720000
      **************************************************************    02730000
      * COUNTS OF THE HISTORY RECORDS READ AND WHAT BECAME OF THEM *    02740000
      **************************************************************    02750000
       01  TOTAL-FIELDS.                                                02760000
           05  HISTORY-READ            PIC S9(7)   VALUE ZERO.          02770000
           05  HISTORY-NOT-STAMPED     PIC S9(7)   VALUE ZERO.          02780000
           05  HISTORY-IN-GENERATION   PIC S9(7)   VALUE ZERO.          02790000
           05  HISTORY-AFTER-TO-DATE   PIC S9(7)   VALUE ZERO.          02800000
           05  HISTORY-SELECTED        PIC S9(7)   VALUE ZERO.          02810000
           05  POSTINGS-APPLIED        PIC S9(7)   VALUE ZERO.          02820000
           05  POSTINGS-NOT-APPLIED    PIC S9(7)   VALUE ZERO.          02830000
           05  CUSTOMERS-UPDATED       PIC S9(7)   VALUE ZERO.          02840000
           05  AMOUNT-APPLIED          PIC S9(9)V99 VALUE ZERO.         02850000
           05  AMOUNT-NOT-APPLIED      PIC S9(9)V99 VALUE ZERO.         02860000
                                                                        02870000
      **************************************************************    02880000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02890000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    02900000
      **************************************************************    02910000
       01  CURRENT-DATE-AND-TIME.                                       02920000
           05  CD-YEAR         PIC 9999.                                02930000
           05  CD-MONTH        PIC 99.                                  02940000
           05  CD-DAY          PIC 99.                                  02950000
           05  CD-HOURS        PIC 99.                                  02960000
           05  CD-MINUTES      PIC 99.                                  02970000
           05  FILLER          PIC X(9).                                02980000
                                                                        02990000
      *------------------------------------------------------------*    03000000
      *                       OUTPUT FIELDS                        *    03010000
      *============================================================*    03020000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    03030000
      *                      THE OUTPUT FILES                      *    03040000
      *------------------------------------------------------------*    03050000
                                                                        03060000
      **************************************************************    03070000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    03080000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    03090000
      **************************************************************    03100000
       01  HEADING-LINE-1.                                              03110000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             03120000
           05  HL1-MONTH       PIC 9(2).                                03130000
           05  FILLER          PIC X(1)    VALUE "/".                   03140000
           05  HL1-DAY         PIC 9(2).                                03150000
           05  FILLER          PIC X(1)    VALUE "/".                   03160000
           05  HL1-YEAR        PIC 9(4).                                03170000
           05  FILLER          PIC X(13)   VALUE SPACE.                 03180000
           05  FILLER          PIC X(40)                                03190000
               VALUE "CUSTOMER MASTER ROLL-FORWARD RECOVERY".           03200000
           05  FILLER          PIC X(12)   VALUE SPACE.                 03210000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            03220000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                03230000
           05  FILLER          PIC X(36)   VALUE SPACE.                 03240000
                                                                        03250000
      **************************************************************    03260000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    03270000
      * HOLDS THE TIME AND THE PROGRAM ID                          *    03280000
      **************************************************************    03290000
       01  HEADING-LINE-2.                                              03300000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             03310000
           05  HL2-HOURS       PIC 9(2).                                03320000
           05  FILLER          PIC X(1)    VALUE ":".                   03330000
           05  HL2-MINUTES     PIC 9(2).                                03340000
           05  FILLER          PIC X(68)   VALUE SPACE.                 03350000
           05  FILLER          PIC X(10)   VALUE "RCV5000".             03360000
           05  FILLER          PIC X(40)   VALUE SPACE.                 03370000
                                                                        03380000
      **************************************************************    03390000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    03400000
      **************************************************************    03410000
       01  HEADING-LINE-3.                                              03420000
           05 FILLER               PIC X(130)   VALUE SPACE.            03430000
                                                                        03440000
      **************************************************************    03450000
      * STATES THE RECOVERY WINDOW SO THE PRINTOUT SAYS WHICH      *    03460000
      * GENERATION WAS ROLLED FORWARD AND HOW FAR                  *    03470000
      **************************************************************    03480000
       01  WINDOW-LINE.                                                 03490000
           05  FILLER              PIC X(2)     VALUE SPACE.            03500000
           05  FILLER              PIC X(29)                            03510000
               VALUE "GENERATION LAST POSTED DATE: ".                   03520000
           05  WL-POSTED-MONTH     PIC 9(2).                            03530000
           05  FILLER              PIC X(1)     VALUE "/".              03540000
           05  WL-POSTED-DAY       PIC 9(2).                            03550000
           05  FILLER              PIC X(1)     VALUE "/".              03560000
           05  WL-POSTED-YEAR      PIC 9(4).                            03570000
           05  FILLER              PIC X(16)                            03580000
               VALUE "   SALES YEAR: ".                                 03590000
           05  WL-SALES-YEAR       PIC 9(4).                            03600000
           05  FILLER              PIC X(23)                            03610000
               VALUE "   ROLLED FORWARD TO: ".                          03620000
           05  WL-TO-MONTH         PIC 9(2).                            03630000
           05  FILLER              PIC X(1)     VALUE "/".              03640000
           05  WL-TO-DAY           PIC 9(2).                            03650000
           05  FILLER              PIC X(1)     VALUE "/".              03660000
           05  WL-TO-YEAR          PIC 9(4).                            03670000
           05  FILLER              PIC X(36)    VALUE SPACE.            03680000
                                                                        03690000
      **************************************************************    03700000
      * STORES THE COLUMN HEADINGS                                 *    03710000
      **************************************************************    03720000
       01  COLUMN-HEADING-1.                                            03730000
           05  FILLER      PIC X(8)    VALUE "  BRANCH".                03740000
           05  FILLER      PIC X(6)    VALUE "  REP ".                  03750000
           05  FILLER      PIC X(8)    VALUE "  CUST  ".                03760000
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".           03770000
           05  FILLER      PIC X(14)   VALUE "    GENERATION".          03780000
           05  FILLER      PIC X(10)   VALUE "  POSTINGS".              03790000
           05  FILLER      PIC X(14)   VALUE "    NET POSTED".          03800000
           05  FILLER      PIC X(14)   VALUE "       REBUILT".          03810000
           05  FILLER      PIC X(34)   VALUE SPACE.                     03820000
                                                                        03830000
       01  COLUMN-HEADING-2.                                            03840000
           05  FILLER      PIC X(44)   VALUE SPACE.                     03850000
           05  FILLER      PIC X(14)   VALUE "      THIS YTD".          03860000
           05  FILLER      PIC X(10)   VALUE SPACE.                     03870000
           05  FILLER      PIC X(14)   VALUE SPACE.                     03880000
           05  FILLER      PIC X(14)   VALUE "      THIS YTD".          03890000
           05  FILLER      PIC X(34)   VALUE SPACE.                     03900000
                                                                        03910000
      **************************************************************    03920000
      * STORES ONE ROLLED-FORWARD CUSTOMER'S LINE                  *    03930000
      **************************************************************    03940000
       01  CUSTOMER-LINE.                                               03950000
           05  FILLER              PIC X(4)     VALUE SPACE.            03960000
           05  CL-BRANCH-NUMBER    PIC 9(2).                            03970000
           05  FILLER              PIC X(4)     VALUE SPACE.            03980000
           05  CL-SALESREP-NUMBER  PIC 9(2).                            03990000
           05  FILLER              PIC X(2)     VALUE SPACE.            04000000
           05  CL-CUSTOMER-NUMBER  PIC 9(5).                            04010000
           05  FILLER              PIC X(3)     VALUE SPACE.            04020000
           05  CL-CUSTOMER-NAME    PIC X(20).                           04030000
           05  FILLER              PIC X(2)     VALUE SPACE.            04040000
           05  CL-GENERATION-YTD   PIC ZZ,ZZZ,ZZ9.99-.                  04050000
           05  FILLER              PIC X(3)     VALUE SPACE.            04060000
           05  CL-POSTING-COUNT    PIC ZZ,ZZ9.                          04070000
           05  FILLER              PIC X(1)     VALUE SPACE.            04080000
           05  CL-POSTED-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.                  04090000
           05  FILLER              PIC X(1)     VALUE SPACE.            04100000
           05  CL-REBUILT-YTD      PIC ZZ,ZZZ,ZZ9.99-.                  04110000
           05  FILLER              PIC X(33)    VALUE SPACE.            04120000
                                                                        04130000
      **************************************************************    04140000
      * STORES THE COUNT AND AMOUNT LINES PRINTED AFTER THE        *    04150000
      * CUSTOMERS                                                  *    04160000
      **************************************************************    04170000
       01  COUNT-LINE.                                                  04180000
           05  FILLER              PIC X(2)     VALUE SPACE.            04190000
           05  TL-DESCRIPTION      PIC X(40).                           04200000
           05  TL-COUNT            PIC Z,ZZZ,ZZ9.                       04210000
           05  FILLER              PIC X(3)     VALUE SPACE.            04220000
           05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-                  04230000
                                        BLANK WHEN ZERO.                04240000
           05  FILLER              PIC X(61)    VALUE SPACE.            04250000
                                                                        04260000
      **************************************************************    04270000
      * STORES THE RUNHIST PROOF - ONE LINE PER FIGURE WITH THE    *    04280000
      * REBUILT VALUE, THE VALUE RPT5000 LOGGED, AND WHETHER THEY  *    04290000
      * AGREE                                                      *    04300000
      **************************************************************    04310000
       01  PROOF-HEADING-LINE.                                          04320000
           05  FILLER              PIC X(2)     VALUE SPACE.            04330000
           05  FILLER              PIC X(29)                            04340000
               VALUE "PROOF AGAINST RPT5000 RUN OF ".                   04350000
           05  PH-RUN-MONTH        PIC 9(2).                            04360000
           05  FILLER              PIC X(1)     VALUE "/".              04370000
           05  PH-RUN-DAY          PIC 9(2).                            04380000
           05  FILLER              PIC X(1)     VALUE "/".              04390000
           05  PH-RUN-YEAR         PIC 9(4).                            04400000
           05  FILLER              PIC X(1)     VALUE SPACE.            04410000
           05  PH-RUN-HOURS        PIC 9(2).                            04420000
           05  FILLER              PIC X(1)     VALUE ":".              04430000
           05  PH-RUN-MINUTES      PIC 9(2).                            04440000
           05  FILLER              PIC X(83)    VALUE SPACE.            04450000
                                                                        04460000
       01  PROOF-COLUMN-LINE.                                           04470000
           05  FILLER              PIC X(32)    VALUE SPACE.            04480000
           05  FILLER              PIC X(16)    VALUE                   04490000
               "         REBUILT".                                      04500000
           05  FILLER              PIC X(17)    VALUE                   04510000
               "          RUNHIST".                                     04520000
           05  FILLER              PIC X(65)    VALUE SPACE.            04530000
                                                                        04540000
       01  PROOF-LINE.                                                  04550000
           05  FILLER              PIC X(2)     VALUE SPACE.            04560000
           05  PL-DESCRIPTION      PIC X(30).                           04570000
           05  PL-REBUILT          PIC ZZZ,ZZZ,ZZ9.99-.                 04580000
           05  FILLER              PIC X(2)     VALUE SPACE.            04590000
           05  PL-RUNHIST          PIC ZZZ,ZZZ,ZZ9.99-.                 04600000
           05  FILLER              PIC X(3)     VALUE SPACE.            04610000
           05  PL-STATUS           PIC X(7).                            04620000
           05  FILLER              PIC X(56)    VALUE SPACE.            04630000
                                                                        04640000
       01  PROOF-COUNT-LINE.                                            04650000
           05  FILLER              PIC X(2)     VALUE SPACE.            04660000
           05  PCL-DESCRIPTION     PIC X(30).                           04670000
           05  PCL-REBUILT         PIC ZZZ,ZZZ,ZZ9.                     04680000
           05  FILLER              PIC X(6)     VALUE SPACE.            04690000
           05  PCL-RUNHIST         PIC ZZZ,ZZZ,ZZ9.                     04700000
           05  FILLER              PIC X(7)     VALUE SPACE.            04710000
           05  PCL-STATUS          PIC X(7).                            04720000
           05  FILLER              PIC X(56)    VALUE SPACE.            04730000
                                                                        04740000
       01  PROOF-RESULT-LINE.                                           04750000
           05  FILLER              PIC X(2)     VALUE SPACE.            04760000
           05  PR-MESSAGE          PIC X(80).                           04770000
           05  FILLER              PIC X(48)    VALUE SPACE.            04780000
                                                                        04790000
       LINKAGE SECTION.                                                 04800000
                                                                        04810000
      **************************************************************    04820000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    04830000
      * CLAUSE, E.G. "TO=20261012". PARM-LENGTH IS THE 2-BYTE      *    04840000
      * BINARY HALFWORD MVS PLACES AHEAD OF THE PARM TEXT ITSELF - *    04850000
      * PARM-DATA MUST NEVER BE SCANNED PAST PARM-LENGTH BYTES     *    04860000
      **************************************************************    04870000
       01  RUN-PARM-AREA.                                               04880000
           05  PARM-LENGTH         PIC S9(4) COMP.                      04890000
           05  PARM-DATA           PIC X(80).                           04900000
                                                                        04910000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          04920000
                                                                        04930000
      **************************************************************    04940000
      * CHECKS THE PARM AND THE CHOSEN GENERATION, ROLLS THE       *    04950000
      * GENERATION FORWARD THROUGH THE SORTED HISTORY, AND PROVES  *    04960000
      * THE REBUILT MASTER AGAINST RUNHIST                         *    04970000
      **************************************************************    04980000
       000-RECOVER-CUSTOMER-MASTER.                                     04990000
                                                                        05000000
           PERFORM 010-PARSE-RUN-PARM.                                  05010000
                                                                        05020000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        05030000
           *> LINES                                                     05040000
           PERFORM 100-FORMAT-REPORT-HEADING.                           05050000
                                                                        05060000
           *> THE GENERATION IS ONLY WORTH READING ONCE THE PARM        05070000
           *> SAYS HOW FAR TO TAKE IT                                   05080000
           IF NOT PARM-ERROR                                            05090000
              AND PARM-TO-DATE NOT = ZERO                               05100000
               PERFORM 110-READ-GENERATION                              05110000
           END-IF.                                                      05120000
                                                                        05130000
           EVALUATE TRUE                                                05140000
               WHEN PARM-ERROR                                          05150000
                   DISPLAY "RCV5000 - RUN ABORTED - PARM NOT VALID - "  05160000
                       "USE TO=YYYYMMDD"                                05170000
                   MOVE 16 TO RETURN-CODE                               05180000
               WHEN PARM-TO-DATE = ZERO                                 05190000
                   DISPLAY "RCV5000 - RUN ABORTED - TO= DATE IS "       05200000
                       "REQUIRED ON THE PARM"                           05210000
                   MOVE 16 TO RETURN-CODE                               05220000
               WHEN NOT TRAILER-SEEN                                    05230000
                   DISPLAY "RCV5000 - RUN ABORTED - GENERATION HAS NO " 05240000
                       "CONTROL TRAILER"                                05250000
                   MOVE 16 TO RETURN-CODE                               05260000
               WHEN TRAILER-ERROR                                       05270000
                   DISPLAY "RCV5000 - RUN ABORTED - GENERATION DOES "   05280000
                       "NOT AGREE WITH ITS CONTROL TRAILER"             05290000
                   MOVE 16 TO RETURN-CODE                               05300000
               WHEN GENERATION-POSTED-DATE = ZERO                       05310000
                   DISPLAY "RCV5000 - RUN ABORTED - GENERATION "        05320000
                       "CARRIES NO LAST POSTED DATE - CHOOSE A LATER "  05330000
                       "GENERATION"                                     05340000
                   MOVE 16 TO RETURN-CODE                               05350000
               WHEN PARM-TO-DATE < GENERATION-POSTED-DATE               05360000
                   DISPLAY "RCV5000 - RUN ABORTED - GENERATION IS "     05370000
                       "POSTED THROUGH " GENERATION-POSTED-DATE         05380000
                       " - CHOOSE AN EARLIER GENERATION"                05390000
                   MOVE 16 TO RETURN-CODE                               05400000
               WHEN PARM-TO-YEAR NOT = GENERATION-SALES-YEAR            05410000
                   DISPLAY "RCV5000 - RUN ABORTED - GENERATION HOLDS "  05420000
                       "SALES YEAR " GENERATION-SALES-YEAR              05430000
                       " - TO= DATE IS ACROSS A YEAR-END ROLLOVER"      05440000
                   MOVE 16 TO RETURN-CODE                               05450000
               WHEN OTHER                                               05460000
                   OPEN INPUT  SALESHIST                                05470000
                               BACKUP                                   05480000
                        OUTPUT NEWMAST                                  05490000
                               RCVRPT                                   05500000
                   SORT SORT-FILE                                       05510000
                       ON ASCENDING KEY HS-BRANCH-NUMBER                05520000
                                        HS-SALESREP-NUMBER              05530000
                                        HS-CUSTOMER-NUMBER              05540000
                       INPUT PROCEDURE IS 200-SELECT-POSTINGS           05550000
                       OUTPUT PROCEDURE IS 300-ROLL-FORWARD-MASTER      05560000
                   CLOSE SALESHIST                                      05570000
                         BACKUP                                         05580000
                         NEWMAST                                        05590000
                   PERFORM 400-PROVE-AGAINST-RUNHIST                    05600000
                   PERFORM 500-PRINT-RECOVERY-TOTALS                    05610000
                   CLOSE RCVRPT                                         05620000
           END-EVALUATE.                                                05630000
                                                                        05640000
           STOP RUN.                                                    05650000
                                                                        05660000
      **************************************************************    05670000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    05680000
      * APPLIES EACH ONE                                           *    05690000
      **************************************************************    05700000
       010-PARSE-RUN-PARM.                                              05710000
                                                                        05720000
           IF PARM-LENGTH > ZERO                                        05730000
               MOVE 1 TO PARM-POINTER                                   05740000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         05750000
                   UNTIL PARM-POINTER > PARM-LENGTH                     05760000
                      OR PARM-KEYWORD-COUNT >= 10                       05770000
               PERFORM 012-APPLY-PARM-KEYWORDS                          05780000
                   VARYING PK-INDEX FROM 1 BY 1                         05790000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  05800000
           END-IF.                                                      05810000
                                                                        05820000
      **************************************************************    05830000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    05840000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    05850000
      **************************************************************    05860000
       011-EXTRACT-PARM-SEGMENT.                                        05870000
                                                                        05880000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 05890000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          05900000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        05910000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           05920000
               INTO PK-RAW-PAIR(PK-INDEX)                               05930000
               WITH POINTER PARM-POINTER                                05940000
           END-UNSTRING.                                                05950000
           PERFORM 013-SPLIT-PARM-PAIR.                                 05960000
                                                                        05970000
      **************************************************************    05980000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    05990000
      **************************************************************    06000000
       013-SPLIT-PARM-PAIR.                                             06010000
                                                                        06020000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             06030000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           06040000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              06050000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 06060000
           END-UNSTRING.                                                06070000
                                                                        06080000
      **************************************************************    06090000
      * APPLIES ONE PARM KEYWORD TO ITS RUN-PARM-FIELDS ITEM. A    *    06100000
      * DATE OF THE WRONG LENGTH, OR A KEYWORD THIS PROGRAM DOES   *    06110000
      * NOT KNOW, STOPS THE RUN RATHER THAN REBUILD THE MASTER TO  *    06120000
      * A POINT NOBODY ASKED FOR                                   *    06130000
      **************************************************************    06140000
       012-APPLY-PARM-KEYWORDS.                                         06150000
                                                                        06160000
           EVALUATE PK-KEY(PK-INDEX)                                    06170000
               WHEN "TO"                                                06180000
                   IF PK-VALUE(PK-INDEX)(1:8) IS NUMERIC                06190000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             06200000
                       MOVE PK-VALUE(PK-INDEX)(1:8) TO PARM-TO-DATE     06210000
                   ELSE                                                 06220000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    06230000
                   END-IF                                               06240000
               WHEN OTHER                                               06250000
                   MOVE "Y" TO PARM-ERROR-SWITCH                        06260000
           END-EVALUATE.                                                06270000
                                                                        06280000
      **************************************************************    06290000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    06300000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    06310000
      **************************************************************    06320000
       100-FORMAT-REPORT-HEADING.                                       06330000
                                                                        06340000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         06350000
                                                                        06360000
           MOVE CD-MONTH   TO HL1-MONTH.                                06370000
           MOVE CD-DAY     TO HL1-DAY.                                  06380000
           MOVE CD-YEAR    TO HL1-YEAR.                                 06390000
           MOVE CD-HOURS   TO HL2-HOURS.                                06400000
           MOVE CD-MINUTES TO HL2-MINUTES.                              06410000
                                                                        06420000
      **************************************************************    06430000
      * FIRST PASS OF THE GENERATION - ADDS UP ITS COUNT AND HASH  *    06440000
      * TOTALS, CAPTURES ITS CONTROL TRAILER, AND PROVES THE ONE   *    06450000
      * AGAINST THE OTHER SO A DAMAGED GENERATION IS NEVER ROLLED  *    06460000
      * FORWARD                                                    *    06470000
      **************************************************************    06480000
       110-READ-GENERATION.                                             06490000
                                                                        06500000
           OPEN INPUT BACKUP.                                           06510000
           PERFORM 115-READ-GENERATION-RECORD.                          06520000
           PERFORM 120-ADD-GENERATION-RECORD                            06530000
               UNTIL BACKUP-EOF.                                        06540000
           CLOSE BACKUP.                                                06550000
                                                                        06560000
           IF TRAILER-SEEN                                              06570000
               IF CT-RECORD-COUNT NOT = INPUT-RECORD-COUNT              06580000
                  OR CT-HASH-THIS-YTD NOT = INPUT-HASH-THIS-YTD         06590000
                  OR CT-HASH-LAST-YTD NOT = INPUT-HASH-LAST-YTD         06600000
                  OR CT-HASH-TWO-YEARS-AGO                              06610000
                       NOT = INPUT-HASH-TWO-YEARS-AGO                   06620000
                   MOVE "Y" TO TRAILER-ERROR-SWITCH                     06630000
               END-IF                                                   06640000
               IF CT-LAST-POSTED-DATE IS NUMERIC                        06650000
                   MOVE CT-LAST-POSTED-DATE TO GENERATION-POSTED-DATE   06660000
               END-IF                                                   06670000
               IF CT-SALES-YEAR IS NUMERIC                              06680000
                   MOVE CT-SALES-YEAR TO GENERATION-SALES-YEAR          06690000
               END-IF                                                   06700000
               IF GENERATION-SALES-YEAR = ZERO                          06710000
                   MOVE GENERATION-POSTED-DATE(1:4)                     06720000
                       TO GENERATION-SALES-YEAR                         06730000
               END-IF                                                   06740000
           END-IF.                                                      06750000
                                                                        06760000
           *> THE SECOND PASS STARTS FROM THE TOP OF THE FILE AGAIN     06770000
           MOVE "N" TO BACKUP-EOF-SWITCH.                               06780000
                                                                        06790000
      **************************************************************    06800000
      * READS THE NEXT GENERATION RECORD AND IF ITS THE LAST ONE   *    06810000
      * UPDATES THE BACKUP-EOF-SWITCH                              *    06820000
      **************************************************************    06830000
       115-READ-GENERATION-RECORD.                                      06840000
                                                                        06850000
           READ BACKUP                                                  06860000
               AT END                                                   06870000
                   MOVE "Y" TO BACKUP-EOF-SWITCH.                       06880000
                                                                        06890000
      **************************************************************    06900000
      * ADDS ONE CUSTOMER INTO THE GENERATION'S COUNT AND HASH     *    06910000
      * TOTALS, OR CAPTURES THE CONTROL TRAILER IF THAT IS WHAT    *    06920000
      * WAS READ, THEN READS THE NEXT RECORD                       *    06930000
      **************************************************************    06940000
       120-ADD-GENERATION-RECORD.                                       06950000
                                                                        06960000
           *> THE LAST RECORD ON CUSTMAST IS THE CONTROL TRAILER -      06970000
           *> ITS TOTALS ARE WHAT THE CUSTOMERS ARE PROVED AGAINST      06980000
           IF CUSTOMER-MASTER-RECORD(1:9) = "999999999"                 06990000
              AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"             07000000
               MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA      07010000
               MOVE "Y" TO TRAILER-SEEN-SWITCH                          07020000
           ELSE                                                         07030000
               ADD 1 TO INPUT-RECORD-COUNT                              07040000
               ADD CM-SALES-THIS-YTD      TO INPUT-HASH-THIS-YTD        07050000
               ADD CM-SALES-LAST-YTD      TO INPUT-HASH-LAST-YTD        07060000
               ADD CM-SALES-TWO-YEARS-AGO TO INPUT-HASH-TWO-YEARS-AGO   07070000
           END-IF.                                                      07080000
                                                                        07090000
           PERFORM 115-READ-GENERATION-RECORD.                          07100000
                                                                        07110000
      **************************************************************    07120000
      * INPUT PROCEDURE FOR THE SORT - PASSES THE WHOLE HISTORY    *    07130000
      * AND RELEASES ONLY THE RECORDS POSTED INSIDE THE RECOVERY   *    07140000
      * WINDOW                                                     *    07150000
      **************************************************************    07160000
       200-SELECT-POSTINGS.                                             07170000
                                                                        07180000
           PERFORM 210-READ-HISTORY-RECORD.                             07190000
           PERFORM 220-CHECK-HISTORY-RECORD                             07200000
               UNTIL SALESHIST-EOF.                                     07210000
                                                                        07220000
      **************************************************************    07230000
      * READS THE NEXT HISTORY RECORD AND IF ITS THE LAST ONE      *    07240000
      * UPDATES THE SALESHIST-EOF-SWITCH                           *    07250000
      **************************************************************    07260000
       210-READ-HISTORY-RECORD.                                         07270000
                                                                        07280000
           READ SALESHIST                                               07290000
               AT END                                                   07300000
                   MOVE "Y" TO SALESHIST-EOF-SWITCH                     07310000
               NOT AT END                                               07320000
                   ADD 1 TO HISTORY-READ                                07330000
           END-READ.                                                    07340000
                                                                        07350000
      **************************************************************    07360000
      * RELEASES THE HISTORY RECORD IF IT POSTED AFTER THE         *    07370000
      * GENERATION WAS TAKEN AND NO LATER THAN THE TO= DATE, AND   *    07380000
      * COUNTS IT AGAINST WHICHEVER SIDE OF THE WINDOW IT FELL ON  *    07390000
      * IF NOT                                                     *    07400000
      **************************************************************    07410000
       220-CHECK-HISTORY-RECORD.                                        07420000
                                                                        07430000
           EVALUATE TRUE                                                07440000
               WHEN SH-POSTED-DATE IS NOT NUMERIC                       07450000
                   ADD 1 TO HISTORY-NOT-STAMPED                         07460000
               WHEN SH-POSTED-DATE <= GENERATION-POSTED-DATE            07470000
                   ADD 1 TO HISTORY-IN-GENERATION                       07480000
               WHEN SH-POSTED-DATE > PARM-TO-DATE                       07490000
                   ADD 1 TO HISTORY-AFTER-TO-DATE                       07500000
               WHEN OTHER                                               07510000
                   ADD 1 TO HISTORY-SELECTED                            07520000
                   RELEASE SORT-RECORD FROM SALES-HISTORY-RECORD        07530000
           END-EVALUATE.                                                07540000
                                                                        07550000
           PERFORM 210-READ-HISTORY-RECORD.                             07560000
                                                                        07570000
      **************************************************************    07580000
      * WRITES ONE LINE TO THE REPORT AND COUNTS IT AGAINST THE    *    07590000
      * CURRENT PAGE                                               *    07600000
      **************************************************************    07610000
       225-WRITE-REPORT-LINE.                                           07620000
           WRITE PRINT-AREA.                                            07630000
           ADD 1 TO LINE-COUNT.                                         07640000
                                                                        07650000
      **************************************************************    07660000
      * PRINTS THE HEADER LINES, THE RECOVERY WINDOW, AND THE      *    07670000
      * COLUMN HEADINGS, RAN ONCE FOR EVERY PAGE                   *    07680000
      **************************************************************    07690000
       230-PRINT-HEADING-LINES.                                         07700000
                                                                        07710000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             07720000
           *> SO WE INCREASE THE PAGE COUNT HERE                        07730000
           ADD 1 TO PAGE-COUNT.                                         07740000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      07750000
                                                                        07760000
           MOVE GENERATION-POSTED-DATE(5:2) TO WL-POSTED-MONTH.         07770000
           MOVE GENERATION-POSTED-DATE(7:2) TO WL-POSTED-DAY.           07780000
           MOVE GENERATION-POSTED-DATE(1:4) TO WL-POSTED-YEAR.          07790000
           MOVE GENERATION-SALES-YEAR       TO WL-SALES-YEAR.           07800000
           MOVE PARM-TO-DATE(5:2)           TO WL-TO-MONTH.             07810000
           MOVE PARM-TO-DATE(7:2)           TO WL-TO-DAY.               07820000
           MOVE PARM-TO-DATE(1:4)           TO WL-TO-YEAR.              07830000
                                                                        07840000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           07850000
           WRITE PRINT-AREA.                                            07860000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           07870000
           WRITE PRINT-AREA.                                            07880000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07890000
           WRITE PRINT-AREA.                                            07900000
           MOVE WINDOW-LINE TO PRINT-AREA.                              07910000
           WRITE PRINT-AREA.                                            07920000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07930000
           WRITE PRINT-AREA.                                            07940000
           MOVE COLUMN-HEADING-1 TO PRINT-AREA.                         07950000
           WRITE PRINT-AREA.                                            07960000
           MOVE COLUMN-HEADING-2 TO PRINT-AREA.                         07970000
           WRITE PRINT-AREA.                                            07980000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07990000
           WRITE PRINT-AREA.                                            08000000
                                                                        08010000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    08020000
           *> OF A NEW PAGE                                             08030000
           MOVE ZERO TO LINE-COUNT.                                     08040000
                                                                        08050000
      **************************************************************    08060000
      * OUTPUT PROCEDURE FOR THE SORT - SECOND PASS OF THE         *    08070000
      * GENERATION, MATCHED AGAINST THE SORTED POSTINGS ON THE     *    08080000
      * FULL BRANCH/SALESREP/CUSTOMER KEY THE WAY TRN5000 MATCHED  *    08090000
      * THEM, WRITING EVERY CUSTOMER TO THE REBUILT MASTER         *    08100000
      **************************************************************    08110000
       300-ROLL-FORWARD-MASTER.                                         08120000
                                                                        08130000
           PERFORM 310-RETURN-NEXT-POSTING.                             08140000
           PERFORM 320-READ-MASTER-RECORD.                              08150000
           PERFORM 330-ROLL-FORWARD-CUSTOMER                            08160000
               UNTIL BACKUP-EOF.                                        08170000
                                                                        08180000
           *> ANY POSTINGS LEFT BELONG TO KEYS PAST THE LAST            08190000
           *> CUSTOMER ON THE GENERATION                                08200000
           PERFORM 340-SKIP-UNMATCHED-POSTING                           08210000
               UNTIL SORT-EOF.                                          08220000
                                                                        08230000
           PERFORM 350-WRITE-OUTPUT-TRAILER.                            08240000
                                                                        08250000
      **************************************************************    08260000
      * TAKES THE NEXT SORTED POSTING AND IF ITS THE LAST ONE      *    08270000
      * UPDATES THE SORT-EOF-SWITCH                                *    08280000
      **************************************************************    08290000
       310-RETURN-NEXT-POSTING.                                         08300000
                                                                        08310000
           RETURN SORT-FILE                                             08320000
               AT END                                                   08330000
                   MOVE "Y" TO SORT-EOF-SWITCH                          08340000
               NOT AT END                                               08350000
                   MOVE SORT-RECORD(1:9) TO POSTING-RECORD-KEY          08360000
           END-RETURN.                                                  08370000
                                                                        08380000
      **************************************************************    08390000
      * READS THE NEXT GENERATION CUSTOMER. THE CONTROL TRAILER    *    08400000
      * WAS CAPTURED ON THE FIRST PASS, SO REACHING IT ENDS THE    *    08410000
      * SECOND                                                     *    08420000
      **************************************************************    08430000
       320-READ-MASTER-RECORD.                                          08440000
                                                                        08450000
           PERFORM 115-READ-GENERATION-RECORD.                          08460000
           IF NOT BACKUP-EOF                                            08470000
               IF CUSTOMER-MASTER-RECORD(1:9) = "999999999"             08480000
                  AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"         08490000
                   MOVE "Y" TO BACKUP-EOF-SWITCH                        08500000
               ELSE                                                     08510000
                   MOVE CUSTOMER-MASTER-RECORD(1:9)                     08520000
                       TO MASTER-RECORD-KEY                             08530000
               END-IF                                                   08540000
           END-IF.                                                      08550000
                                                                        08560000
      **************************************************************    08570000
      * ADDS EVERY POSTING FOR THIS CUSTOMER'S KEY INTO ITS        *    08580000
      * THIS-YTD, LISTS THE CUSTOMER IF ANYTHING WAS ADDED, AND    *    08590000
      * WRITES IT TO THE REBUILT MASTER                            *    08600000
      **************************************************************    08610000
       330-ROLL-FORWARD-CUSTOMER.                                       08620000
                                                                        08630000
           MOVE ZERO TO CUSTOMER-POSTING-COUNT                          08640000
                        CUSTOMER-POSTED-AMOUNT.                         08650000
           MOVE CM-SALES-THIS-YTD TO GENERATION-THIS-YTD.               08660000
                                                                        08670000
           PERFORM 340-SKIP-UNMATCHED-POSTING                           08680000
               UNTIL SORT-EOF                                           08690000
                  OR POSTING-RECORD-KEY >= MASTER-RECORD-KEY.           08700000
           PERFORM 345-APPLY-POSTING                                    08710000
               UNTIL SORT-EOF                                           08720000
                  OR POSTING-RECORD-KEY NOT = MASTER-RECORD-KEY.        08730000
                                                                        08740000
           IF CUSTOMER-POSTING-COUNT > ZERO                             08750000
               ADD CUSTOMER-POSTED-AMOUNT TO CM-SALES-THIS-YTD          08760000
               ADD 1 TO CUSTOMERS-UPDATED                               08770000
               PERFORM 335-PRINT-CUSTOMER-LINE                          08780000
           END-IF.                                                      08790000
                                                                        08800000
           ADD 1 TO OUTPUT-RECORD-COUNT.                                08810000
           ADD CM-SALES-THIS-YTD      TO OUTPUT-HASH-THIS-YTD.          08820000
           ADD CM-SALES-LAST-YTD      TO OUTPUT-HASH-LAST-YTD.          08830000
           ADD CM-SALES-TWO-YEARS-AGO TO OUTPUT-HASH-TWO-YEARS-AGO.     08840000
           WRITE NEWMAST-RECORD FROM CUSTOMER-MASTER-RECORD.            08850000
                                                                        08860000
           PERFORM 320-READ-MASTER-RECORD.                              08870000
                                                                        08880000
      **************************************************************    08890000
      * PRINTS ONE ROLLED-FORWARD CUSTOMER WITH ITS GENERATION AND *    08900000
      * REBUILT THIS-YTD AND WHAT WAS POSTED IN BETWEEN            *    08910000
      **************************************************************    08920000
       335-PRINT-CUSTOMER-LINE.                                         08930000
                                                                        08940000
           MOVE CM-BRANCH-NUMBER       TO CL-BRANCH-NUMBER.             08950000
           MOVE CM-SALESREP-NUMBER     TO CL-SALESREP-NUMBER.           08960000
           MOVE CM-CUSTOMER-NUMBER     TO CL-CUSTOMER-NUMBER.           08970000
           MOVE CM-CUSTOMER-NAME       TO CL-CUSTOMER-NAME.             08980000
           MOVE GENERATION-THIS-YTD    TO CL-GENERATION-YTD.            08990000
           MOVE CUSTOMER-POSTING-COUNT TO CL-POSTING-COUNT.             09000000
           MOVE CUSTOMER-POSTED-AMOUNT TO CL-POSTED-AMOUNT.             09010000
           MOVE CM-SALES-THIS-YTD      TO CL-REBUILT-YTD.               09020000
                                                                        09030000
           IF LINE-COUNT >= LINES-ON-PAGE                               09040000
               PERFORM 230-PRINT-HEADING-LINES.                         09050000
                                                                        09060000
           MOVE CUSTOMER-LINE TO PRINT-AREA.                            09070000
           PERFORM 225-WRITE-REPORT-LINE.                               09080000
                                                                        09090000
      **************************************************************    09100000
      * COUNTS A POSTING WHOSE KEY IS NOT ON THE GENERATION - ITS  *    09110000
      * CUSTOMER WAS ADDED OR MOVED BY MAINTENANCE SINCE - AND     *    09120000
      * TAKES THE NEXT ONE                                         *    09130000
      **************************************************************    09140000
       340-SKIP-UNMATCHED-POSTING.                                      09150000
                                                                        09160000
           ADD 1 TO POSTINGS-NOT-APPLIED.                               09170000
           ADD HS-SALE-AMOUNT TO AMOUNT-NOT-APPLIED.                    09180000
           PERFORM 310-RETURN-NEXT-POSTING.                             09190000
                                                                        09200000
      **************************************************************    09210000
      * ADDS ONE POSTING INTO THE CUSTOMER'S RUNNING AMOUNT AND    *    09220000
      * TAKES THE NEXT ONE                                         *    09230000
      **************************************************************    09240000
       345-APPLY-POSTING.                                               09250000
                                                                        09260000
           ADD 1 TO CUSTOMER-POSTING-COUNT.                             09270000
           ADD 1 TO POSTINGS-APPLIED.                                   09280000
           ADD HS-SALE-AMOUNT TO CUSTOMER-POSTED-AMOUNT.                09290000
           ADD HS-SALE-AMOUNT TO AMOUNT-APPLIED.                        09300000
           PERFORM 310-RETURN-NEXT-POSTING.                             09310000
                                                                        09320000
      **************************************************************    09330000
      * WRITES THE REBUILT MASTER'S CONTROL TRAILER AS ITS LAST    *    09340000
      * RECORD - THE NEW COUNT AND HASH TOTALS, THE TO= DATE AS    *    09350000
      * ITS LAST POSTED DATE, AND THE GENERATION'S SALES YEAR      *    09360000
      **************************************************************    09370000
       350-WRITE-OUTPUT-TRAILER.                                        09380000
                                                                        09390000
           MOVE SPACES TO CONTROL-TRAILER-AREA.                         09400000
           MOVE "999999999" TO CT-TRAILER-KEY.                          09410000
           MOVE "*TRAILER" TO CT-TRAILER-ID.                            09420000
           MOVE OUTPUT-RECORD-COUNT TO CT-RECORD-COUNT.                 09430000
           MOVE OUTPUT-HASH-THIS-YTD TO CT-HASH-THIS-YTD.               09440000
           MOVE OUTPUT-HASH-LAST-YTD TO CT-HASH-LAST-YTD.               09450000
           MOVE OUTPUT-HASH-TWO-YEARS-AGO TO CT-HASH-TWO-YEARS-AGO.     09460000
           MOVE PARM-TO-DATE TO CT-LAST-POSTED-DATE.                    09470000
           MOVE GENERATION-SALES-YEAR TO CT-SALES-YEAR.                 09480000
           WRITE NEWMAST-RECORD FROM CONTROL-TRAILER-AREA.              09490000
                                                                        09500000
      **************************************************************    09510000
      * PASSES RUNHIST FOR THE LAST RPT5000 RUN THAT REPORTED THE  *    09520000
      * TO= BUSINESS DATE AND FINISHED RC=4 OR BETTER, THEN        *    09530000
      * COMPARES ITS COUNT AND GRAND TOTALS WITH THE REBUILT       *    09540000
      * MASTER'S. NO SUCH RUN, OR ANY FIGURE THAT DIFFERS, LEAVES  *    09550000
      * THE RECOVERY UNPROVED AND ENDS THE RUN RC=16 SO THE        *    09560000
      * REBUILT MASTER IS NOT COPIED OVER THE LIVE ONE             *    09570000
      **************************************************************    09580000
       400-PROVE-AGAINST-RUNHIST.                                       09590000
                                                                        09600000
           OPEN INPUT RUNHIST.                                          09610000
           PERFORM 410-READ-RUNHIST-RECORD.                             09620000
           PERFORM 420-CHECK-RUNHIST-RECORD                             09630000
               UNTIL RUNHIST-EOF.                                       09640000
           CLOSE RUNHIST.                                               09650000
                                                                        09660000
           IF RUNHIST-FOUND                                             09670000
               IF OUTPUT-RECORD-COUNT NOT = PROOF-CUSTOMER-COUNT        09680000
                  OR OUTPUT-HASH-THIS-YTD NOT = PROOF-GRAND-THIS-YTD    09690000
                  OR OUTPUT-HASH-LAST-YTD NOT = PROOF-GRAND-LAST-YTD    09700000
                  OR OUTPUT-HASH-TWO-YEARS-AGO                          09710000
                       NOT = PROOF-GRAND-TWO-YEARS                      09720000
                   MOVE "Y" TO PROOF-ERROR-SWITCH                       09730000
               END-IF                                                   09740000
           ELSE                                                         09750000
               MOVE "Y" TO PROOF-ERROR-SWITCH                           09760000
           END-IF.                                                      09770000
                                                                        09780000
           IF PROOF-ERROR                                               09790000
               DISPLAY "RCV5000 - REBUILT MASTER NOT PROVED AGAINST "   09800000
                   "RUNHIST FOR " PARM-TO-DATE                          09810000
               MOVE 16 TO RETURN-CODE                                   09820000
           END-IF.                                                      09830000
                                                                        09840000
      **************************************************************    09850000
      * READS THE NEXT RUN HISTORY RECORD AND IF ITS THE LAST ONE  *    09860000
      * UPDATES THE RUNHIST-EOF-SWITCH                             *    09870000
      **************************************************************    09880000
       410-READ-RUNHIST-RECORD.                                         09890000
                                                                        09900000
           READ RUNHIST                                                 09910000
               AT END                                                   09920000
                   MOVE "Y" TO RUNHIST-EOF-SWITCH.                      09930000
                                                                        09940000
      **************************************************************    09950000
      * KEEPS THE FIGURES OF A GOOD RUN FOR THE TO= DATE - A LATER *    09960000
      * RERUN OF THE SAME DATE REPLACES AN EARLIER ONE             *    09970000
      **************************************************************    09980000
       420-CHECK-RUNHIST-RECORD.                                        09990000
                                                                        10000000
           IF RH-BUSINESS-DATE = PARM-TO-DATE                           10010000
              AND RH-RETURN-CODE <= 4                                   10020000
               MOVE "Y" TO RUNHIST-FOUND-SWITCH                         10030000
               MOVE RH-RUN-DATE            TO PROOF-RUN-DATE            10040000
               MOVE RH-RUN-TIME            TO PROOF-RUN-TIME            10050000
               MOVE RH-CUSTOMER-COUNT      TO PROOF-CUSTOMER-COUNT      10060000
               MOVE RH-GRAND-THIS-YTD      TO PROOF-GRAND-THIS-YTD      10070000
               MOVE RH-GRAND-LAST-YTD      TO PROOF-GRAND-LAST-YTD      10080000
               MOVE RH-GRAND-TWO-YEARS-AGO TO PROOF-GRAND-TWO-YEARS     10090000
           END-IF.                                                      10100000
                                                                        10110000
           PERFORM 410-READ-RUNHIST-RECORD.                             10120000
                                                                        10130000
      **************************************************************    10140000
      * PRINTS WHAT HAPPENED TO THE HISTORY, WHAT WAS RE-APPLIED,  *    10150000
      * AND THE RUNHIST PROOF                                      *    10160000
      **************************************************************    10170000
       500-PRINT-RECOVERY-TOTALS.                                       10180000
                                                                        10190000
           IF LINE-COUNT >= LINES-ON-PAGE                               10200000
               PERFORM 230-PRINT-HEADING-LINES.                         10210000
                                                                        10220000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           10230000
           PERFORM 225-WRITE-REPORT-LINE.                               10240000
                                                                        10250000
           MOVE ZERO TO TL-AMOUNT.                                      10260000
           MOVE "SALESHIST RECORDS READ" TO TL-DESCRIPTION.             10270000
           MOVE HISTORY-READ TO TL-COUNT.                               10280000
           MOVE COUNT-LINE TO PRINT-AREA.                               10290000
           PERFORM 225-WRITE-REPORT-LINE.                               10300000
                                                                        10310000
           MOVE "  NOT STAMPED WITH A POSTED DATE" TO TL-DESCRIPTION.   10320000
           MOVE HISTORY-NOT-STAMPED TO TL-COUNT.                        10330000
           MOVE COUNT-LINE TO PRINT-AREA.                               10340000
           PERFORM 225-WRITE-REPORT-LINE.                               10350000
                                                                        10360000
           MOVE "  ALREADY HELD BY THE GENERATION" TO TL-DESCRIPTION.   10370000
           MOVE HISTORY-IN-GENERATION TO TL-COUNT.                      10380000
           MOVE COUNT-LINE TO PRINT-AREA.                               10390000
           PERFORM 225-WRITE-REPORT-LINE.                               10400000
                                                                        10410000
           MOVE "  POSTED AFTER THE TO= DATE" TO TL-DESCRIPTION.        10420000
           MOVE HISTORY-AFTER-TO-DATE TO TL-COUNT.                      10430000
           MOVE COUNT-LINE TO PRINT-AREA.                               10440000
           PERFORM 225-WRITE-REPORT-LINE.                               10450000
                                                                        10460000
           MOVE "  INSIDE THE RECOVERY WINDOW" TO TL-DESCRIPTION.       10470000
           MOVE HISTORY-SELECTED TO TL-COUNT.                           10480000
           MOVE COUNT-LINE TO PRINT-AREA.                               10490000
           PERFORM 225-WRITE-REPORT-LINE.                               10500000
                                                                        10510000
           MOVE "POSTINGS RE-APPLIED" TO TL-DESCRIPTION.                10520000
           MOVE POSTINGS-APPLIED TO TL-COUNT.                           10530000
           MOVE AMOUNT-APPLIED TO TL-AMOUNT.                            10540000
           MOVE COUNT-LINE TO PRINT-AREA.                               10550000
           PERFORM 225-WRITE-REPORT-LINE.                               10560000
                                                                        10570000
           MOVE "POSTINGS FOR KEYS NOT ON THE GENERATION"               10580000
               TO TL-DESCRIPTION.                                       10590000
           MOVE POSTINGS-NOT-APPLIED TO TL-COUNT.                       10600000
           MOVE AMOUNT-NOT-APPLIED TO TL-AMOUNT.                        10610000
           MOVE COUNT-LINE TO PRINT-AREA.                               10620000
           PERFORM 225-WRITE-REPORT-LINE.                               10630000
                                                                        10640000
           MOVE ZERO TO TL-AMOUNT.                                      10650000
           MOVE "CUSTOMERS ROLLED FORWARD" TO TL-DESCRIPTION.           10660000
           MOVE CUSTOMERS-UPDATED TO TL-COUNT.                          10670000
           MOVE COUNT-LINE TO PRINT-AREA.                               10680000
           PERFORM 225-WRITE-REPORT-LINE.                               10690000
                                                                        10700000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           10710000
           PERFORM 225-WRITE-REPORT-LINE.                               10720000
                                                                        10730000
           IF RUNHIST-FOUND                                             10740000
               PERFORM 510-PRINT-PROOF-LINES                            10750000
           END-IF.                                                      10760000
                                                                        10770000
           IF PROOF-ERROR                                               10780000
               IF RUNHIST-FOUND                                         10790000
                   MOVE "*** REBUILT MASTER DIFFERS FROM RUNHIST ***"   10800000
                       TO PR-MESSAGE                                    10810000
               ELSE                                                     10820000
                   MOVE "*** NO GOOD RUNHIST ENTRY FOR THE TO= DATE ***"10830000
                       TO PR-MESSAGE                                    10840000
               END-IF                                                   10850000
           ELSE                                                         10860000
               MOVE "REBUILT MASTER PROVED AGAINST RUNHIST"             10870000
                   TO PR-MESSAGE                                        10880000
           END-IF.                                                      10890000
           MOVE PROOF-RESULT-LINE TO PRINT-AREA.                        10900000
           PERFORM 225-WRITE-REPORT-LINE.                               10910000
                                                                        10920000
      **************************************************************    10930000
      * PRINTS THE REBUILT MASTER'S COUNT AND HASH TOTALS BESIDE   *    10940000
      * THE ONES RPT5000 LOGGED, FLAGGING EACH THAT DIFFERS        *    10950000
      **************************************************************    10960000
       510-PRINT-PROOF-LINES.                                           10970000
                                                                        10980000
           MOVE PROOF-RUN-DATE(5:2) TO PH-RUN-MONTH.                    10990000
           MOVE PROOF-RUN-DATE(7:2) TO PH-RUN-DAY.                      11000000
           MOVE PROOF-RUN-DATE(1:4) TO PH-RUN-YEAR.                     11010000
           MOVE PROOF-RUN-TIME(1:2) TO PH-RUN-HOURS.                    11020000
           MOVE PROOF-RUN-TIME(3:2) TO PH-RUN-MINUTES.                  11030000
           MOVE PROOF-HEADING-LINE TO PRINT-AREA.                       11040000
           PERFORM 225-WRITE-REPORT-LINE.                               11050000
           MOVE PROOF-COLUMN-LINE TO PRINT-AREA.                        11060000
           PERFORM 225-WRITE-REPORT-LINE.                               11070000
                                                                        11080000
           MOVE "CUSTOMER COUNT" TO PCL-DESCRIPTION.                    11090000
           MOVE OUTPUT-RECORD-COUNT TO PCL-REBUILT.                     11100000
           MOVE PROOF-CUSTOMER-COUNT TO PCL-RUNHIST.                    11110000
           IF OUTPUT-RECORD-COUNT = PROOF-CUSTOMER-COUNT                11120000
               MOVE "AGREES" TO PCL-STATUS                              11130000
           ELSE                                                         11140000
               MOVE "DIFFERS" TO PCL-STATUS                             11150000
           END-IF.                                                      11160000
           MOVE PROOF-COUNT-LINE TO PRINT-AREA.                         11170000
           PERFORM 225-WRITE-REPORT-LINE.                               11180000
                                                                        11190000
           MOVE "SALES THIS YTD" TO PL-DESCRIPTION.                     11200000
           MOVE OUTPUT-HASH-THIS-YTD TO PL-REBUILT.                     11210000
           MOVE PROOF-GRAND-THIS-YTD TO PL-RUNHIST.                     11220000
           IF OUTPUT-HASH-THIS-YTD = PROOF-GRAND-THIS-YTD               11230000
               MOVE "AGREES" TO PL-STATUS                               11240000
           ELSE                                                         11250000
               MOVE "DIFFERS" TO PL-STATUS                              11260000
           END-IF.                                                      11270000
           MOVE PROOF-LINE TO PRINT-AREA.                               11280000
           PERFORM 225-WRITE-REPORT-LINE.                               11290000
                                                                        11300000
           MOVE "SALES LAST YTD" TO PL-DESCRIPTION.                     11310000
           MOVE OUTPUT-HASH-LAST-YTD TO PL-REBUILT.                     11320000
           MOVE PROOF-GRAND-LAST-YTD TO PL-RUNHIST.                     11330000
           IF OUTPUT-HASH-LAST-YTD = PROOF-GRAND-LAST-YTD               11340000
               MOVE "AGREES" TO PL-STATUS                               11350000
           ELSE                                                         11360000
               MOVE "DIFFERS" TO PL-STATUS                              11370000
           END-IF.                                                      11380000
           MOVE PROOF-LINE TO PRINT-AREA.                               11390000
           PERFORM 225-WRITE-REPORT-LINE.                               11400000
                                                                        11410000
           MOVE "SALES TWO YEARS AGO" TO PL-DESCRIPTION.                11420000
           MOVE OUTPUT-HASH-TWO-YEARS-AGO TO PL-REBUILT.                11430000
           MOVE PROOF-GRAND-TWO-YEARS TO PL-RUNHIST.                    11440000
           IF OUTPUT-HASH-TWO-YEARS-AGO = PROOF-GRAND-TWO-YEARS         11450000
               MOVE "AGREES" TO PL-STATUS                               11460000
           ELSE                                                         11470000
               MOVE "DIFFERS" TO PL-STATUS                              11480000
           END-IF.                                                      11490000
           MOVE PROOF-LINE TO PRINT-AREA.                               11500000
           PERFORM 225-WRITE-REPORT-LINE.                               11510000
                                                                        11520000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           11530000
           PERFORM 225-WRITE-REPORT-LINE.                               11540000
