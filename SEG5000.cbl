       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. SEG5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program sorts out which customers make up  00080000
      *   the bulk of each branch's business. Every customer on         00090000
      *   CUSTMAST is ranked within their branch by CM-SALES-THIS-YTD,  00100000
      *   or by a three-year blend when the BASIS parm asks for one,    00110000
      *   and the running cumulative share of the branch's sales is     00120000
      *   worked out down the ranking. Customers inside the A cut-off   00130000
      *   percentage are segment A, those inside the B cut-off are      00140000
      *   segment B, and everyone else - including anyone with no       00150000
      *   positive sales to rank - is segment C. The segment code is    00160000
      *   stamped on a new copy of the master in CM-ABC-SEGMENT, the    00170000
      *   first byte of the old record filler, so STM5000, INQ5000      00180000
      *   and the RPT5000 extract can all show it. The Pareto report    00190000
      *   lists each branch's ranking with its segment totals, a        00200000
      *   company-wide summary by branch, and every customer whose      00210000
      *   segment changed since the last run. Every customer whose      00220000
      *   segment changed is also appended with its before and after    00230000
      *   images to the shared AUDITLOG dataset                         00240000
       ENVIRONMENT DIVISION.                                            00250000
                                                                        00260000
       INPUT-OUTPUT SECTION.                                            00270000
                                                                        00280000
       FILE-CONTROL.                                                    00290000
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00300000
           SELECT BRANCHMAST ASSIGN TO BRANCHMAST.                      00310000
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00320000
           SELECT SEGRPT ASSIGN TO SEGRPT.                              00330000
           SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG.                 00340000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00350000
                                                                        00360000
       DATA DIVISION.                                                   00370000
                                                                        00380000
       FILE SECTION.                                                    00390000
                                                                        00400000
      **************************************************************    00410000
      * INPUT MASTER FILE - SAME LAYOUT AS RPT5000'S CUSTMAST,     *    00420000
      * ALREADY IN BRANCH/SALESREP/CUSTOMER SEQUENCE. READ ONCE TO *    00430000
      * RANK THE CUSTOMERS AND AGAIN TO STAMP THEIR SEGMENTS.      *    00440000
      * CM-ABC-SEGMENT HOLDS THE SEGMENT THE LAST RUN ASSIGNED -   *    00450000
      * BLANK FOR A CUSTOMER THAT HAS NEVER BEEN SEGMENTED         *    00460000
      **************************************************************    00470000
       FD  CUSTMAST                                                     00480000
           RECORDING MODE IS F                                          00490000
           LABEL RECORDS ARE STANDARD                                   00500000
           RECORD CONTAINS 130 CHARACTERS                               00510000
           BLOCK CONTAINS 130 CHARACTERS.                               00520000
       01  CUSTOMER-MASTER-RECORD.                                      00530000
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00540000
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00550000
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00560000
           05  CM-CUSTOMER-NAME        PIC X(20).                       00570000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00580000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00590000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00600000
           05  CM-ABC-SEGMENT          PIC X(1).                        00610000
           05  FILLER                  PIC X(79).                       00620000
                                                                        00630000
      **************************************************************    00640000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US    *    00650000
      * THE BRANCH NAME TO GO WITH THE BRANCH NUMBER ON CUSTMAST   *    00660000
      **************************************************************    00670000
       FD  BRANCHMAST                                                   00680000
           RECORDING MODE IS F                                          00690000
           LABEL RECORDS ARE STANDARD                                   00700000
           RECORD CONTAINS 130 CHARACTERS                               00710000
           BLOCK CONTAINS 130 CHARACTERS.                               00720000
       01  BRANCH-MASTER-RECORD.                                        00730000
           05  BM-BRANCH-NUMBER        PIC 9(2).                        00740000
           05  BM-BRANCH-NAME          PIC X(20).                       00750000
           05  BM-REGION-CODE          PIC 9(1).                        00760000
           05  BM-REGION-NAME          PIC X(20).                       00770000
           05  FILLER                  PIC X(87).                       00780000
                                                                        00790000
      **************************************************************    00800000
      * SEGMENTED MASTER FILE - EVERY CUSTMAST RECORD IS REWRITTEN *    00810000
      * HERE WITH THIS RUN'S SEGMENT CODE, FOLLOWED BY THE CONTROL *    00820000
      * TRAILER. NOTHING THE TRAILER PROVES IS CHANGED BY THE      *    00830000
      * STAMP, SO THE INCOMING TRAILER IS CARRIED ACROSS AS IT IS  *    00840000
      **************************************************************    00850000
       FD  NEWMAST                                                      00860000
           RECORDING MODE IS F                                          00870000
           LABEL RECORDS ARE STANDARD                                   00880000
           RECORD CONTAINS 130 CHARACTERS                               00890000
           BLOCK CONTAINS 130 CHARACTERS.                               00900000
       01  NEWMAST-RECORD      PIC X(130).                              00910000
                                                                        00920000
      **************************************************************    00930000
      * OUTPUT FILE - THE PRINTED PARETO REPORT: EACH BRANCH'S     *    00940000
      * RANKING, THE COMPANY SUMMARY, AND THE SEGMENT CHANGES      *    00950000
      **************************************************************    00960000
       FD  SEGRPT                                                       00970000
           RECORDING MODE IS F                                          00980000
           LABEL RECORDS ARE STANDARD                                   00990000
           RECORD CONTAINS 130 CHARACTERS                               01000000
           BLOCK CONTAINS 130 CHARACTERS.                               01010000
       01  SEGRPT-PRINT-AREA   PIC X(130).                              01020000
                                                                        01030000
      **************************************************************    01040000
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,      *    01050000
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE      *    01060000
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.    *    01070000
      * OPENED EXTEND SO EVERY RUN APPENDS - AUD5000 REPORTS ON IT *    01080000
      **************************************************************    01090000
       FD  AUDITLOG                                                     01100000
           RECORDING MODE IS F                                          01110000
           LABEL RECORDS ARE STANDARD                                   01120000
           RECORD CONTAINS 320 CHARACTERS                               01130000
           BLOCK CONTAINS 320 CHARACTERS.                               01140000
       01  AUDIT-LOG-RECORD.                                            01150000
           05  AL-RUN-DATE             PIC 9(8).                        01160000
           05  AL-RUN-TIME             PIC 9(6).                        01170000
           05  AL-PROGRAM-ID           PIC X(8).                        01180000
           05  AL-MASTER-FILE          PIC X(12).                       01190000
           05  AL-TRANS-TYPE           PIC X(1).                        01200000
           05  AL-REASON-CODE          PIC X(3).                        01210000
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        01220000
           05  AL-BEFORE-BRANCH        PIC X(2).                        01230000
           05  AL-BEFORE-SALESREP      PIC X(2).                        01240000
           05  AL-AFTER-BRANCH         PIC X(2).                        01250000
           05  AL-AFTER-SALESREP       PIC X(2).                        01260000
           05  FILLER                  PIC X(9).                        01270000
           05  AL-BEFORE-IMAGE         PIC X(130).                      01280000
           05  AL-AFTER-IMAGE          PIC X(130).                      01290000
                                                                        01300000
      **************************************************************    01310000
      * SORT WORK FILE - ONE RECORD PER CUSTOMER, COMING BACK IN   *    01320000
      * BRANCH ORDER WITH THE BIGGEST RANKED SALES FIRST. THE      *    01330000
      * CUSTOMER'S POSITION IN THE CUSTOMER-TABLE RIDES ALONG SO   *    01340000
      * THE SEGMENT CAN BE POSTED BACK TO ITS ENTRY                *    01350000
      **************************************************************    01360000
       SD  SORT-FILE                                                    01370000
           RECORD CONTAINS 21 CHARACTERS.                               01380000
       01  SORT-RECORD.                                                 01390000
           05  SR-BRANCH-NUMBER        PIC 9(2).                        01400000
           05  SR-RANKED-AMOUNT        PIC S9(7)V99.                    01410000
           05  SR-CUSTOMER-NUMBER      PIC 9(5).                        01420000
           05  SR-CUSTOMER-SUB         PIC 9(5).                        01430000
                                                                        01440000
       WORKING-STORAGE SECTION.                                         01450000
                                                                        01460000
      *------------------------------------------------------------*    01470000
      *                        WORKING FIELDS                      *    01480000
      *============================================================*    01490000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01500000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01510000
      *------------------------------------------------------------*    01520000
                                                                        01530000
      **************************************************************    01540000
      * SWITCHES FOR END OF FILE, THE RUN PARM, THE CONTROL        *    01550000
      * TRAILER, AND THE BRANCH BREAK ON THE SORTED CUSTOMERS      *    01560000
      **************************************************************    01570000
       01  SWITCHES.                                                    01580000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              01590000
               88  CUSTMAST-EOF                 VALUE "Y".              01600000
           05  BRANCHMAST-EOF-SWITCH   PIC X    VALUE "N".              01610000
               88  BRANCHMAST-EOF               VALUE "Y".              01620000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              01630000
               88  SORT-EOF                     VALUE "Y".              01640000
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              01650000
               88  TABLE-OVERFLOW               VALUE "Y".              01660000
           05  PARM-ERROR-SWITCH       PIC X    VALUE "N".              01670000
               88  PARM-ERROR                   VALUE "Y".              01680000
           05  TRAILER-SEEN-SWITCH     PIC X    VALUE "N".              01690000
               88  TRAILER-SEEN                 VALUE "Y".              01700000
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01710000
               88  TRAILER-ERROR                VALUE "Y".              01720000
           05  MASTER-CHANGED-SWITCH   PIC X    VALUE "N".              01730000
               88  MASTER-CHANGED               VALUE "Y".              01740000
           05  FIRST-SORT-RECORD-SWITCH PIC X   VALUE "Y".              01750000
               88  FIRST-SORT-RECORD            VALUE "Y".              01760000
           05  BRANCH-FOUND-SWITCH     PIC X    VALUE "N".              01770000
               88  BRANCH-FOUND                 VALUE "Y".              01780000
           05  BRANCH-HEADING-SWITCH   PIC X    VALUE "N".              01790000
               88  BRANCH-HEADING-ACTIVE        VALUE "Y".              01800000
                                                                        01810000
      **************************************************************    01820000
      * CONTROL FIELDS FOR THE BRANCH BREAK AND THE RUNNING SHARE  *    01830000
      * OF THE BRANCH'S SALES AS ITS RANKING IS WALKED             *    01840000
      **************************************************************    01850000
       01  CONTROL-FIELDS.                                              01860000
           05  OLD-BRANCH-NUMBER       PIC 9(2)  VALUE ZERO.            01870000
           05  CURRENT-BRANCH-NAME     PIC X(20) VALUE SPACE.           01880000
           05  BRANCH-RANK             PIC S9(5) VALUE ZERO.            01890000
           05  BRANCH-CUMULATIVE       PIC S9(9)V99  VALUE ZERO.        01900000
           05  CUMULATIVE-BEFORE-PCT   PIC S9(3)V9(4) VALUE ZERO.       01910000
           05  SHARE-PERCENT           PIC S9(3)V9(4) VALUE ZERO.       01920000
           05  CUMULATIVE-PERCENT      PIC S9(3)V9(4) VALUE ZERO.       01930000
           05  NEW-SEGMENT             PIC X(1)  VALUE SPACE.           01940000
           05  CUTOFF-EDIT             PIC ZZ9.                         01950000
           05  BRANCH-SUB              PIC S9(3) COMP  VALUE ZERO.      01960000
           05  SEGMENT-SUB             PIC S9(3) COMP  VALUE ZERO.      01970000
           05  CUSTOMER-SUB            PIC S9(5) COMP  VALUE ZERO.      01980000
                                                                        01990000
      **************************************************************    02000000
      * THE THREE SEGMENT CODES IN THE ORDER THEIR TOTALS ARE KEPT *    02010000
      **************************************************************    02020000
       01  SEGMENT-CODE-VALUES         PIC X(3)  VALUE "ABC".           02030000
       01  SEGMENT-CODE-TABLE REDEFINES SEGMENT-CODE-VALUES.            02040000
           05  SEGMENT-CODE            PIC X(1)  OCCURS 3 TIMES.        02050000
                                                                        02060000
      **************************************************************    02070000
      * THE CONTROL TRAILER RECORD CARRIED AS THE LAST RECORD ON   *    02080000
      * CUSTMAST - ITS KEY OF ALL NINES SORTS IT BEHIND EVERY REAL *    02090000
      * CUSTOMER. THE INCOMING TRAILER IS VERIFIED AGAINST WHAT    *    02100000
      * THE RANKING PASS READ AND WRITTEN BACK UNCHANGED AS THE    *    02110000
      * SEGMENTED MASTER'S LAST RECORD                             *    02120000
      **************************************************************    02130000
       01  CONTROL-TRAILER-AREA.                                        02140000
           05  CT-TRAILER-KEY          PIC X(9).                        02150000
           05  CT-TRAILER-ID           PIC X(8).                        02160000
           05  CT-RECORD-COUNT         PIC 9(7).                        02170000
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  02180000
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  02190000
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  02200000
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        02210000
           05  CT-SALES-YEAR           PIC 9(4).                        02220000
           05  FILLER                  PIC X(61).                       02230000
                                                                        02240000
      **************************************************************    02250000
      * IN-MEMORY COPY OF BRANCHMAST, LOADED AT STARTUP SO EVERY   *    02260000
      * BRANCH'S NAME IS AT HAND WHEN ITS RANKING STARTS           *    02270000
      **************************************************************    02280000
       01  BRANCH-TABLE.                                                02290000
           05  BRANCH-TABLE-COUNT      PIC S9(3)  VALUE ZERO.           02300000
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES                       02310000
                   INDEXED BY BT-INDEX.                                 02320000
               10  BT-BRANCH-NUMBER    PIC 9(2).                        02330000
               10  BT-BRANCH-NAME      PIC X(20).                       02340000
                                                                        02350000
      **************************************************************    02360000
      * ONE ENTRY PER CUSTOMER IN CUSTMAST ORDER, LOADED AS THE    *    02370000
      * RANKING PASS READS THE MASTER. THE SORTED PASS POSTS EACH  *    02380000
      * CUSTOMER'S NEW SEGMENT BACK TO ITS ENTRY, THE CHANGES      *    02390000
      * LISTING WALKS THE TABLE, AND THE STAMPING PASS READS IT    *    02400000
      * ALONGSIDE THE MASTER. HOLDS 5000 CUSTOMERS - ABORT RATHER  *    02410000
      * THAN OVERRUN IT                                            *    02420000
      **************************************************************    02430000
       01  CUSTOMER-TABLE.                                              02440000
           05  CUSTOMER-TABLE-COUNT    PIC S9(5)  VALUE ZERO.           02450000
           05  CUSTOMER-TABLE-ENTRY OCCURS 5000 TIMES.                  02460000
               10  CU-BRANCH-NUMBER    PIC 9(2).                        02470000
               10  CU-SALESREP-NUMBER  PIC 9(2).                        02480000
               10  CU-CUSTOMER-NUMBER  PIC 9(5).                        02490000
               10  CU-CUSTOMER-NAME    PIC X(20).                       02500000
               10  CU-RANKED-AMOUNT    PIC S9(7)V99.                    02510000
               10  CU-OLD-SEGMENT      PIC X(1).                        02520000
               10  CU-NEW-SEGMENT      PIC X(1).                        02530000
                                                                        02540000
      **************************************************************    02550000
      * ONE ENTRY PER POSSIBLE BRANCH NUMBER (00-99), ADDRESSED BY *    02560000
      * BRANCH NUMBER + 1. THE RANKING PASS COUNTS EACH BRANCH'S   *    02570000
      * CUSTOMERS AND TOTALS ITS POSITIVE RANKED SALES - THE 100%  *    02580000
      * THE CUMULATIVE SHARE RUNS UP TO - AND THE SORTED PASS ADDS *    02590000
      * UP THE CUSTOMERS AND SALES THAT LAND IN EACH SEGMENT       *    02600000
      **************************************************************    02610000
       01  BRANCH-SEGMENT-TABLE.                                        02620000
           05  BRANCH-SEGMENT-ENTRY OCCURS 100 TIMES.                   02630000
               10  BX-CUSTOMER-COUNT   PIC S9(5).                       02640000
               10  BX-RANKED-TOTAL     PIC S9(9)V99.                    02650000
               10  BX-SEGMENT OCCURS 3 TIMES.                           02660000
                   15  BX-SEG-COUNT    PIC S9(5).                       02670000
                   15  BX-SEG-AMOUNT   PIC S9(9)V99.                    02680000
                                                                        02690000
      **************************************************************    02700000
      * THE SAME SHAPE AS A BRANCH-SEGMENT-ENTRY - THE COMPANY     *    02710000
      * TOTALS, AND THE SET 310-PRINT-SEGMENT-BLOCK PRINTS FROM    *    02720000
      **************************************************************    02730000
       01  GRAND-SEGMENT-TOTALS.                                        02740000
           05  GX-CUSTOMER-COUNT       PIC S9(5).                       02750000
           05  GX-RANKED-TOTAL         PIC S9(9)V99.                    02760000
           05  GX-SEGMENT OCCURS 3 TIMES.                               02770000
               10  GX-SEG-COUNT        PIC S9(5).                       02780000
               10  GX-SEG-AMOUNT       PIC S9(9)V99.                    02790000
                                                                        02800000
       01  SEGMENT-WORK-TOTALS.                                         02810000
           05  SW-CUSTOMER-COUNT       PIC S9(5).                       02820000
           05  SW-RANKED-TOTAL         PIC S9(9)V99.                    02830000
           05  SW-SEGMENT OCCURS 3 TIMES.                               02840000
               10  SW-SEG-COUNT        PIC S9(5).                       02850000
               10  SW-SEG-AMOUNT       PIC S9(9)V99.                    02860000
                                                                        02870000
      **************************************************************    02880000
      * CONTROL TOTALS TAKEN AS THE RANKING PASS READS CUSTMAST -  *    02890000
      * PROVED AGAINST THE INCOMING TRAILER - AND THE COUNTS OF    *    02900000
      * SEGMENTS THAT MOVED                                        *    02910000
      **************************************************************    02920000
       01  TOTAL-FIELDS.                                                02930000
           05  MASTER-RECORD-COUNT     PIC 9(7)       VALUE ZERO.       02940000
           05  MASTER-HASH-THIS-YTD    PIC S9(9)V99   VALUE ZERO.       02950000
           05  MASTER-HASH-LAST-YTD    PIC S9(9)V99   VALUE ZERO.       02960000
           05  MASTER-HASH-TWO-YEARS   PIC S9(9)V99   VALUE ZERO.       02970000
           05  CHANGED-SEGMENT-COUNT   PIC 9(5)       VALUE ZERO.       02980000
           05  FIRST-SEGMENT-COUNT     PIC 9(5)       VALUE ZERO.       02990000
           05  STAMPED-RECORD-COUNT    PIC 9(7)       VALUE ZERO.       03000000
           05  AUDIT-ENTRY-COUNT       PIC 9(7)       VALUE ZERO.       03010000
                                                                        03020000
      **************************************************************    03030000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    03040000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). ANY KEYWORD NOT   *    03050000
      * PRESENT ON THE PARM KEEPS ITS DEFAULT BELOW                *    03060000
      **************************************************************    03070000
       01  RUN-PARM-FIELDS.                                             03080000
           *> WHAT THE CUSTOMERS ARE RANKED ON - "YTD" FOR              03090000
           *> CM-SALES-THIS-YTD, "BLEND" FOR 50% OF THIS YTD, 30% OF    03100000
           *> LAST YTD AND 20% OF TWO YEARS AGO                         03110000
           05  RANK-BASIS           PIC X(5)     VALUE "YTD".           03120000
               88  RANK-ON-YTD                   VALUE "YTD".           03130000
               88  RANK-ON-BLEND                 VALUE "BLEND".         03140000
           *> THE CUMULATIVE SHARE OF A BRANCH'S SALES THAT SEGMENTS    03150000
           *> A AND B RUN UP TO, AS WHOLE PERCENTS                      03160000
           05  A-CUTOFF-PERCENT     PIC S9(3)    VALUE +80.             03170000
           05  B-CUTOFF-PERCENT     PIC S9(3)    VALUE +95.             03180000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            03190000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            03200000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       03210000
                   INDEXED BY PK-INDEX.                                 03220000
               10  PK-RAW-PAIR     PIC X(40).                           03230000
               10  PK-KEY          PIC X(20).                           03240000
               10  PK-VALUE        PIC X(20).                           03250000
                                                                        03260000
      **************************************************************    03270000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    03280000
      **************************************************************    03290000
       01  PRINT-FIELDS.                                                03300000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  03310000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   03320000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   03330000
                                                                        03340000
      **************************************************************    03350000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    03360000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    03370000
      **************************************************************    03380000
       01  CURRENT-DATE-AND-TIME.                                       03390000
           05  CD-YEAR         PIC 9999.                                03400000
           05  CD-MONTH        PIC 99.                                  03410000
           05  CD-DAY          PIC 99.                                  03420000
           05  CD-HOURS        PIC 99.                                  03430000
           05  CD-MINUTES      PIC 99.                                  03440000
           05  FILLER          PIC X(9).                                03450000
                                                                        03460000
      *------------------------------------------------------------*    03470000
      *                       OUTPUT FIELDS                        *    03480000
      *============================================================*    03490000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    03500000
      *                      THE OUTPUT FILES                      *    03510000
      *------------------------------------------------------------*    03520000
                                                                        03530000
      **************************************************************    03540000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    03550000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    03560000
      **************************************************************    03570000
       01  HEADING-LINE-1.                                              03580000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             03590000
           05  HL1-MONTH       PIC 9(2).                                03600000
           05  FILLER          PIC X(1)    VALUE "/".                   03610000
           05  HL1-DAY         PIC 9(2).                                03620000
           05  FILLER          PIC X(1)    VALUE "/".                   03630000
           05  HL1-YEAR        PIC 9(4).                                03640000
           05  FILLER          PIC X(13)   VALUE SPACE.                 03650000
           05  HL1-REPORT-TITLE PIC X(40).                              03660000
           05  FILLER          PIC X(12)   VALUE SPACE.                 03670000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            03680000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                03690000
           05  FILLER          PIC X(36)   VALUE SPACE.                 03700000
                                                                        03710000
      **************************************************************    03720000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    03730000
      * HOLDS THE TIME, THE RANKING BASIS AND CUT-OFFS, AND THE    *    03740000
      * PROGRAM ID                                                 *    03750000
      **************************************************************    03760000
       01  HEADING-LINE-2.                                              03770000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             03780000
           05  HL2-HOURS       PIC 9(2).                                03790000
           05  FILLER          PIC X(1)    VALUE ":".                   03800000
           05  HL2-MINUTES     PIC 9(2).                                03810000
           05  FILLER          PIC X(14)   VALUE SPACE.                 03820000
           05  FILLER          PIC X(11)   VALUE "RANKED ON: ".         03830000
           05  HL2-RANK-BASIS  PIC X(14).                               03840000
           05  FILLER          PIC X(7)    VALUE "  A TO ".             03850000
           05  HL2-A-CUTOFF    PIC ZZ9.                                 03860000
           05  FILLER          PIC X(8)    VALUE "%  B TO ".            03870000
           05  HL2-B-CUTOFF    PIC ZZ9.                                 03880000
           05  FILLER          PIC X(1)    VALUE "%".                   03890000
           05  FILLER          PIC X(7)    VALUE SPACE.                 03900000
           05  FILLER          PIC X(10)   VALUE "SEG5000".             03910000
           05  FILLER          PIC X(40)   VALUE SPACE.                 03920000
                                                                        03930000
      **************************************************************    03940000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    03950000
      **************************************************************    03960000
       01  HEADING-LINE-3.                                              03970000
           05 FILLER               PIC X(130)   VALUE SPACE.            03980000
                                                                        03990000
      **************************************************************    04000000
      * THE COLUMN HEADINGS FOR WHICHEVER PART OF THE REPORT IS    *    04010000
      * PRINTING - EACH PART MOVES ITS OWN PAIR OF HEADING LINES   *    04020000
      * IN HERE BEFORE ITS FIRST PAGE                              *    04030000
      **************************************************************    04040000
       01  HEADING-LINE-4      PIC X(130)  VALUE SPACE.                 04050000
       01  HEADING-LINE-5      PIC X(130)  VALUE SPACE.                 04060000
                                                                        04070000
      **************************************************************    04080000
      * COLUMN HEADINGS FOR A BRANCH'S RANKING                     *    04090000
      **************************************************************    04100000
       01  PARETO-HEADING-1.                                            04110000
           05  FILLER      PIC X(8)    VALUE "    RANK".                04120000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04130000
           05  FILLER      PIC X(7)    VALUE "CUST".                    04140000
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".           04150000
           05  FILLER      PIC X(6)    VALUE "SR".                      04160000
           05  FILLER      PIC X(15)   VALUE "   RANKED SALES".         04170000
           05  FILLER      PIC X(3)    VALUE SPACE.                     04180000
           05  FILLER      PIC X(6)    VALUE "SHARE".                   04190000
           05  FILLER      PIC X(3)    VALUE SPACE.                     04200000
           05  FILLER      PIC X(6)    VALUE "  CUM".                   04210000
           05  FILLER      PIC X(4)    VALUE SPACE.                     04220000
           05  FILLER      PIC X(6)    VALUE "SEG".                     04230000
           05  FILLER      PIC X(6)    VALUE "LAST".                    04240000
           05  FILLER      PIC X(6)    VALUE "CHANGE".                  04250000
           05  FILLER      PIC X(30)   VALUE SPACE.                     04260000
                                                                        04270000
       01  PARETO-HEADING-2.                                            04280000
           05  FILLER      PIC X(10)   VALUE SPACE.                     04290000
           05  FILLER      PIC X(3)    VALUE "NO.".                     04300000
           05  FILLER      PIC X(55)   VALUE SPACE.                     04310000
           05  FILLER      PIC X(1)    VALUE "%".                       04320000
           05  FILLER      PIC X(8)    VALUE SPACE.                     04330000
           05  FILLER      PIC X(1)    VALUE "%".                       04340000
           05  FILLER      PIC X(11)   VALUE SPACE.                     04350000
           05  FILLER      PIC X(3)    VALUE "SEG".                     04360000
           05  FILLER      PIC X(38)   VALUE SPACE.                     04370000
                                                                        04380000
      **************************************************************    04390000
      * COLUMN HEADINGS FOR THE COMPANY SUMMARY BY BRANCH          *    04400000
      **************************************************************    04410000
       01  SUMMARY-HEADING-1.                                           04420000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04430000
           05  FILLER      PIC X(25)   VALUE "BRANCH".                  04440000
           05  FILLER      PIC X(6)    VALUE " CUSTS".                  04450000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04460000
           05  FILLER      PIC X(15)   VALUE "   RANKED SALES".         04470000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04480000
           05  FILLER      PIC X(21)   VALUE "----- SEGMENT A -----".   04490000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04500000
           05  FILLER      PIC X(21)   VALUE "----- SEGMENT B -----".   04510000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04520000
           05  FILLER      PIC X(21)   VALUE "----- SEGMENT C -----".   04530000
           05  FILLER      PIC X(11)   VALUE SPACE.                     04540000
                                                                        04550000
       01  SUMMARY-HEADING-2.                                           04560000
           05  FILLER      PIC X(54)   VALUE SPACE.                     04570000
           05  FILLER      PIC X(19)   VALUE "CUSTS  CUST%  SALE%".     04580000
           05  FILLER      PIC X(4)    VALUE SPACE.                     04590000
           05  FILLER      PIC X(19)   VALUE "CUSTS  CUST%  SALE%".     04600000
           05  FILLER      PIC X(4)    VALUE SPACE.                     04610000
           05  FILLER      PIC X(19)   VALUE "CUSTS  CUST%  SALE%".     04620000
           05  FILLER      PIC X(11)   VALUE SPACE.                     04630000
                                                                        04640000
      **************************************************************    04650000
      * COLUMN HEADINGS FOR THE SEGMENT CHANGES LISTING            *    04660000
      **************************************************************    04670000
       01  CHANGE-HEADING-1.                                            04680000
           05  FILLER      PIC X(2)    VALUE SPACE.                     04690000
           05  FILLER      PIC X(4)    VALUE "BR".                      04700000
           05  FILLER      PIC X(4)    VALUE "SR".                      04710000
           05  FILLER      PIC X(7)    VALUE "CUST".                    04720000
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".           04730000
           05  FILLER      PIC X(6)    VALUE " WAS".                    04740000
           05  FILLER      PIC X(6)    VALUE " NOW".                    04750000
           05  FILLER      PIC X(16)   VALUE "    RANKED SALES".        04760000
           05  FILLER      PIC X(63)   VALUE SPACE.                     04770000
                                                                        04780000
      **************************************************************    04790000
      * STORES THE LINE NAMING THE BRANCH WHOSE RANKING IS ON THE  *    04800000
      * PAGE - REPEATED UNDER THE COLUMN HEADINGS OF EVERY PAGE    *    04810000
      **************************************************************    04820000
       01  BRANCH-HEADING-LINE.                                         04830000
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        04840000
           05  BHL-BRANCH-NUMBER   PIC 9(2).                            04850000
           05  FILLER              PIC X(1)     VALUE SPACE.            04860000
           05  BHL-BRANCH-NAME     PIC X(20).                           04870000
           05  FILLER              PIC X(100)   VALUE SPACE.            04880000
                                                                        04890000
      **************************************************************    04900000
      * STORES ONE CUSTOMER'S LINE OF A BRANCH RANKING - THE SHARE *    04910000
      * OF THE BRANCH'S SALES, THE CUMULATIVE SHARE DOWN TO AND    *    04920000
      * INCLUDING THIS CUSTOMER, THE SEGMENT JUST ASSIGNED AND THE *    04930000
      * ONE THE LAST RUN ASSIGNED                                  *    04940000
      **************************************************************    04950000
       01  PARETO-DETAIL-LINE.                                          04960000
           05  FILLER              PIC X(2)     VALUE SPACE.            04970000
           05  PDL-RANK            PIC ZZ,ZZ9.                          04980000
           05  FILLER              PIC X(2)     VALUE SPACE.            04990000
           05  PDL-CUSTOMER-NUMBER PIC 9(5).                            05000000
           05  FILLER              PIC X(2)     VALUE SPACE.            05010000
           05  PDL-CUSTOMER-NAME   PIC X(20).                           05020000
           05  FILLER              PIC X(2)     VALUE SPACE.            05030000
           05  PDL-SALESREP-NUMBER PIC 9(2).                            05040000
           05  FILLER              PIC X(4)     VALUE SPACE.            05050000
           05  PDL-RANKED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.                 05060000
           05  FILLER              PIC X(3)     VALUE SPACE.            05070000
           05  PDL-SHARE-PERCENT   PIC ZZ9.99.                          05080000
           05  FILLER              PIC X(3)     VALUE SPACE.            05090000
           05  PDL-CUMULATIVE-PCT  PIC ZZ9.99.                          05100000
           05  FILLER              PIC X(5)     VALUE SPACE.            05110000
           05  PDL-NEW-SEGMENT     PIC X(1).                            05120000
           05  FILLER              PIC X(6)     VALUE SPACE.            05130000
           05  PDL-OLD-SEGMENT     PIC X(1).                            05140000
           05  FILLER              PIC X(3)     VALUE SPACE.            05150000
           05  PDL-CHANGE-FLAG     PIC X(7).                            05160000
           05  FILLER              PIC X(29)    VALUE SPACE.            05170000
                                                                        05180000
      **************************************************************    05190000
      * STORES THE HEADING AND LINES OF A SEGMENT TOTALS BLOCK -   *    05200000
      * ONE LINE PER SEGMENT AND ONE FOR THE WHOLE GROUP, PRINTED  *    05210000
      * UNDER EACH BRANCH'S RANKING AND FOR THE COMPANY            *    05220000
      **************************************************************    05230000
       01  SEGMENT-HEADING-LINE.                                        05240000
           05  FILLER      PIC X(2)    VALUE SPACE.                     05250000
           05  FILLER      PIC X(14)   VALUE "SEGMENT".                 05260000
           05  FILLER      PIC X(3)    VALUE SPACE.                     05270000
           05  FILLER      PIC X(5)    VALUE "CUSTS".                   05280000
           05  FILLER      PIC X(4)    VALUE SPACE.                     05290000
           05  FILLER      PIC X(5)    VALUE "CUST%".                   05300000
           05  FILLER      PIC X(7)    VALUE SPACE.                     05310000
           05  FILLER      PIC X(12)   VALUE "RANKED SALES".            05320000
           05  FILLER      PIC X(4)    VALUE SPACE.                     05330000
           05  FILLER      PIC X(5)    VALUE "SALE%".                   05340000
           05  FILLER      PIC X(69)   VALUE SPACE.                     05350000
                                                                        05360000
       01  SEGMENT-SUMMARY-LINE.                                        05370000
           05  FILLER              PIC X(2)     VALUE SPACE.            05380000
           05  SGL-LABEL           PIC X(14).                           05390000
           05  FILLER              PIC X(2)     VALUE SPACE.            05400000
           05  SGL-CUSTOMER-COUNT  PIC ZZ,ZZ9.                          05410000
           05  FILLER              PIC X(4)     VALUE SPACE.            05420000
           05  SGL-CUSTOMER-PCT    PIC ZZ9.9.                           05430000
           05  FILLER              PIC X(4)     VALUE SPACE.            05440000
           05  SGL-RANKED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.                 05450000
           05  FILLER              PIC X(4)     VALUE SPACE.            05460000
           05  SGL-SALES-PCT       PIC ZZ9.9.                           05470000
           05  FILLER              PIC X(69)    VALUE SPACE.            05480000
                                                                        05490000
      **************************************************************    05500000
      * STORES ONE BRANCH'S LINE OF THE COMPANY SUMMARY - HOW MANY *    05510000
      * OF ITS CUSTOMERS, AND WHAT SHARE OF ITS SALES, FELL IN     *    05520000
      * EACH SEGMENT. THE LAST LINE IS THE COMPANY AS A WHOLE      *    05530000
      **************************************************************    05540000
       01  SUMMARY-LINE.                                                05550000
           05  FILLER              PIC X(2)     VALUE SPACE.            05560000
           05  CSL-BRANCH-NUMBER   PIC X(2).                            05570000
           05  FILLER              PIC X(1)     VALUE SPACE.            05580000
           05  CSL-BRANCH-NAME     PIC X(20).                           05590000
           05  FILLER              PIC X(2)     VALUE SPACE.            05600000
           05  CSL-CUSTOMER-COUNT  PIC ZZ,ZZ9.                          05610000
           05  FILLER              PIC X(2)     VALUE SPACE.            05620000
           05  CSL-RANKED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.                 05630000
           05  CSL-SEGMENT-ENTRY OCCURS 3 TIMES.                        05640000
               10  FILLER          PIC X(3)     VALUE SPACE.            05650000
               10  CSL-SEG-COUNT   PIC ZZ,ZZ9.                          05660000
               10  FILLER          PIC X(2)     VALUE SPACE.            05670000
               10  CSL-SEG-CUSTOMER-PCT PIC ZZ9.9.                      05680000
               10  FILLER          PIC X(2)     VALUE SPACE.            05690000
               10  CSL-SEG-SALES-PCT PIC ZZ9.9.                         05700000
           05  FILLER              PIC X(11)    VALUE SPACE.            05710000
                                                                        05720000
      **************************************************************    05730000
      * STORES ONE LINE OF THE SEGMENT CHANGES LISTING             *    05740000
      **************************************************************    05750000
       01  CHANGE-DETAIL-LINE.                                          05760000
           05  FILLER              PIC X(2)     VALUE SPACE.            05770000
           05  CDL-BRANCH-NUMBER   PIC 9(2).                            05780000
           05  FILLER              PIC X(2)     VALUE SPACE.            05790000
           05  CDL-SALESREP-NUMBER PIC 9(2).                            05800000
           05  FILLER              PIC X(2)     VALUE SPACE.            05810000
           05  CDL-CUSTOMER-NUMBER PIC 9(5).                            05820000
           05  FILLER              PIC X(2)     VALUE SPACE.            05830000
           05  CDL-CUSTOMER-NAME   PIC X(20).                           05840000
           05  FILLER              PIC X(4)     VALUE SPACE.            05850000
           05  CDL-OLD-SEGMENT     PIC X(1).                            05860000
           05  FILLER              PIC X(5)     VALUE SPACE.            05870000
           05  CDL-NEW-SEGMENT     PIC X(1).                            05880000
           05  FILLER              PIC X(4)     VALUE SPACE.            05890000
           05  CDL-RANKED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.                 05900000
           05  FILLER              PIC X(63)    VALUE SPACE.            05910000
                                                                        05920000
       01  CHANGE-COUNT-LINE.                                           05930000
           05  FILLER              PIC X(2)     VALUE SPACE.            05940000
           05  CCL-CUSTOMER-COUNT  PIC ZZ,ZZ9.                          05950000
           05  FILLER              PIC X(1)     VALUE SPACE.            05960000
           05  CCL-COUNT-TEXT      PIC X(60).                           05970000
           05  FILLER              PIC X(61)    VALUE SPACE.            05980000
                                                                        05990000
       LINKAGE SECTION.                                                 06000000
                                                                        06010000
      **************************************************************    06020000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    06030000
      * CLAUSE. HOLDS COMMA-SEPARATED KEYWORD=VALUE PAIRS, E.G.    *    06040000
      * "BASIS=BLEND,ACUT=80,BCUT=95". A RUN WITH NO PARM CODED    *    06050000
      * RANKS ON THIS YTD WITH THE 80/95 CUT-OFFS. PARM-LENGTH IS  *    06060000
      * THE 2-BYTE BINARY HALFWORD MVS PLACES AHEAD OF THE PARM    *    06070000
      * TEXT ITSELF - PARM-DATA MUST NEVER BE SCANNED PAST         *    06080000
      * PARM-LENGTH BYTES                                          *    06090000
      **************************************************************    06100000
       01  RUN-PARM-AREA.                                               06110000
           05  PARM-LENGTH         PIC S9(4) COMP.                      06120000
           05  PARM-DATA           PIC X(80).                           06130000
                                                                        06140000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          06150000
                                                                        06160000
      **************************************************************    06170000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    06180000
      * RANKING THE CUSTOMERS, PRINTING THE PARETO REPORT, AND     *    06190000
      * STAMPING THE SEGMENTS ON A NEW COPY OF THE MASTER          *    06200000
      **************************************************************    06210000
       000-SEGMENT-CUSTOMERS.                                           06220000
                                                                        06230000
           *> PICK APART THE RUN PARM FROM THE JCL (IF ANY WAS GIVEN)   06240000
           *> SO WE KNOW WHAT TO RANK ON AND WHERE THE CUT-OFFS FALL    06250000
           PERFORM 010-PARSE-RUN-PARM.                                  06260000
                                                                        06270000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        06280000
           *> LINES                                                     06290000
           PERFORM 100-FORMAT-REPORT-HEADING.                           06300000
                                                                        06310000
           OPEN INPUT BRANCHMAST.                                       06320000
           PERFORM 105-LOAD-BRANCH-TABLE.                               06330000
           CLOSE BRANCHMAST.                                            06340000
                                                                        06350000
           EVALUATE TRUE                                                06360000
               WHEN TABLE-OVERFLOW                                      06370000
                   MOVE 16 TO RETURN-CODE                               06380000
               WHEN PARM-ERROR                                          06390000
                   DISPLAY "SEG5000 - RUN ABORTED - BASIS MUST BE YTD " 06400000
                       "OR BLEND AND 0 < ACUT < BCUT <= 100"            06410000
                   MOVE 16 TO RETURN-CODE                               06420000
               WHEN OTHER                                               06430000
                   MOVE ZERO TO BRANCH-SEGMENT-TABLE                    06440000
                                GRAND-SEGMENT-TOTALS                    06450000
                   OPEN INPUT  CUSTMAST                                 06460000
                        OUTPUT SEGRPT                                   06470000
                   SORT SORT-FILE                                       06480000
                       ON ASCENDING KEY SR-BRANCH-NUMBER                06490000
                          DESCENDING KEY SR-RANKED-AMOUNT               06500000
                          ASCENDING KEY SR-CUSTOMER-NUMBER              06510000
                       INPUT PROCEDURE IS 200-RANK-CUSTOMERS            06520000
                       OUTPUT PROCEDURE IS 400-ASSIGN-SEGMENTS          06530000
                   CLOSE CUSTMAST                                       06540000
                   PERFORM 050-FINISH-SEGMENTATION                      06550000
                   CLOSE SEGRPT                                         06560000
           END-EVALUATE.                                                06570000
                                                                        06580000
           STOP RUN.                                                    06590000
                                                                        06600000
      **************************************************************    06610000
      * BREAKS THE RUN PARM FROM THE JCL EXEC STATEMENT'S PARM=    *    06620000
      * CLAUSE INTO KEYWORD=VALUE PAIRS AND APPLIES THE ONES WE    *    06630000
      * RECOGNIZE. A RUN WITH NO PARM CODED LEAVES ALL THE         *    06640000
      * RUN-PARM-FIELDS AT THEIR DEFAULT VALUE                     *    06650000
      **************************************************************    06660000
       010-PARSE-RUN-PARM.                                              06670000
                                                                        06680000
           IF PARM-LENGTH > ZERO                                        06690000
               MOVE 1 TO PARM-POINTER                                   06700000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         06710000
                   UNTIL PARM-POINTER > PARM-LENGTH                     06720000
                      OR PARM-KEYWORD-COUNT >= 10                       06730000
               PERFORM 012-APPLY-PARM-KEYWORDS                          06740000
                   VARYING PK-INDEX FROM 1 BY 1                         06750000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  06760000
           END-IF.                                                      06770000
                                                                        06780000
           *> THE CUT-OFFS ONLY MAKE SENSE AS TWO RISING PERCENTS -     06790000
           *> ANYTHING ELSE WOULD STAMP NONSENSE ON EVERY CUSTOMER      06800000
           IF A-CUTOFF-PERCENT NOT > ZERO                               06810000
              OR B-CUTOFF-PERCENT NOT > A-CUTOFF-PERCENT                06820000
              OR B-CUTOFF-PERCENT > 100                                 06830000
               MOVE "Y" TO PARM-ERROR-SWITCH                            06840000
           END-IF.                                                      06850000
                                                                        06860000
      **************************************************************    06870000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    06880000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    06890000
      **************************************************************    06900000
       011-EXTRACT-PARM-SEGMENT.                                        06910000
                                                                        06920000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 06930000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          06940000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        06950000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           06960000
               INTO PK-RAW-PAIR(PK-INDEX)                               06970000
               WITH POINTER PARM-POINTER                                06980000
           END-UNSTRING.                                                06990000
           PERFORM 013-SPLIT-PARM-PAIR.                                 07000000
                                                                        07010000
      **************************************************************    07020000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    07030000
      **************************************************************    07040000
       013-SPLIT-PARM-PAIR.                                             07050000
                                                                        07060000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             07070000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           07080000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              07090000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 07100000
           END-UNSTRING.                                                07110000
                                                                        07120000
      **************************************************************    07130000
      * APPLIES ONE RECOGNIZED PARM KEYWORD TO ITS RUN-PARM-FIELDS *    07140000
      * ITEM. UNRECOGNIZED KEYWORDS ARE IGNORED. A BASIS OR A      *    07150000
      * CUT-OFF THAT CANNOT BE USED STOPS THE RUN RATHER THAN      *    07160000
      * SEGMENT THE CUSTOMERS ON SOMETHING NOBODY ASKED FOR        *    07170000
      **************************************************************    07180000
       012-APPLY-PARM-KEYWORDS.                                         07190000
                                                                        07200000
           EVALUATE PK-KEY(PK-INDEX)                                    07210000
               WHEN "BASIS"                                             07220000
                   MOVE PK-VALUE(PK-INDEX) TO RANK-BASIS                07230000
                   IF NOT RANK-ON-YTD AND NOT RANK-ON-BLEND             07240000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    07250000
                   END-IF                                               07260000
               WHEN "ACUT"                                              07270000
                   IF FUNCTION TEST-NUMVAL(PK-VALUE(PK-INDEX)) = ZERO   07280000
                       COMPUTE A-CUTOFF-PERCENT =                       07290000
                           FUNCTION NUMVAL(PK-VALUE(PK-INDEX))          07300000
                   ELSE                                                 07310000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    07320000
                   END-IF                                               07330000
               WHEN "BCUT"                                              07340000
                   IF FUNCTION TEST-NUMVAL(PK-VALUE(PK-INDEX)) = ZERO   07350000
                       COMPUTE B-CUTOFF-PERCENT =                       07360000
                           FUNCTION NUMVAL(PK-VALUE(PK-INDEX))          07370000
                   ELSE                                                 07380000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    07390000
                   END-IF                                               07400000
               WHEN OTHER                                               07410000
                   CONTINUE                                             07420000
           END-EVALUATE.                                                07430000
                                                                        07440000
      **************************************************************    07450000
      * ONCE THE RANKING IS PRINTED - PROVES THE MASTER THAT WAS   *    07460000
      * RANKED AGAINST ITS TRAILER, THEN PRINTS THE COMPANY        *    07470000
      * SUMMARY AND THE CHANGES AND STAMPS THE NEW MASTER. A BAD   *    07480000
      * OR EMPTY MASTER STOPS HERE WITH NOTHING WRITTEN TO NEWMAST *    07490000
      **************************************************************    07500000
       050-FINISH-SEGMENTATION.                                         07510000
                                                                        07520000
           EVALUATE TRUE                                                07530000
               WHEN TABLE-OVERFLOW                                      07540000
                   MOVE 16 TO RETURN-CODE                               07550000
               WHEN TRAILER-ERROR                                       07560000
                   MOVE 16 TO RETURN-CODE                               07570000
               WHEN CUSTOMER-TABLE-COUNT = ZERO                         07580000
                   DISPLAY "SEG5000 - RUN ABORTED - CUSTMAST EMPTY"     07590000
                   MOVE 16 TO RETURN-CODE                               07600000
               WHEN OTHER                                               07610000
                   PERFORM 300-PRINT-COMPANY-SUMMARY                    07620000
                   PERFORM 350-PRINT-SEGMENT-CHANGES                    07630000
                   PERFORM 500-STAMP-CUSTOMER-MASTER                    07640000
           END-EVALUATE.                                                07650000
                                                                        07660000
      **************************************************************    07670000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    07680000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, ALONG WITH   *    07690000
      * THE RANKING BASIS AND CUT-OFFS THE RUN IS USING            *    07700000
      **************************************************************    07710000
       100-FORMAT-REPORT-HEADING.                                       07720000
                                                                        07730000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         07740000
                                                                        07750000
           MOVE CD-MONTH   TO HL1-MONTH.                                07760000
           MOVE CD-DAY     TO HL1-DAY.                                  07770000
           MOVE CD-YEAR    TO HL1-YEAR.                                 07780000
           MOVE CD-HOURS   TO HL2-HOURS.                                07790000
           MOVE CD-MINUTES TO HL2-MINUTES.                              07800000
                                                                        07810000
           IF RANK-ON-BLEND                                             07820000
               MOVE "3-YEAR BLEND" TO HL2-RANK-BASIS                    07830000
           ELSE                                                         07840000
               MOVE "THIS YTD"     TO HL2-RANK-BASIS                    07850000
           END-IF.                                                      07860000
           MOVE A-CUTOFF-PERCENT TO HL2-A-CUTOFF.                       07870000
           MOVE B-CUTOFF-PERCENT TO HL2-B-CUTOFF.                       07880000
                                                                        07890000
           MOVE "ABC CUSTOMER SEGMENTATION BY BRANCH"                   07900000
               TO HL1-REPORT-TITLE.                                     07910000
                                                                        07920000
      **************************************************************    07930000
      * READS EVERY RECORD ON BRANCHMAST INTO THE BRANCH-TABLE SO  *    07940000
      * THE BRANCH NAME IS AVAILABLE WHEN WE NEED IT               *    07950000
      **************************************************************    07960000
       105-LOAD-BRANCH-TABLE.                                           07970000
                                                                        07980000
           PERFORM 106-READ-BRANCH-RECORD.                              07990000
           PERFORM 107-STORE-BRANCH-TABLE-ENTRY UNTIL BRANCHMAST-EOF.   08000000
                                                                        08010000
      **************************************************************    08020000
      * READS A LINE OF THE BRANCH REFERENCE FILE AND IF ITS THE   *    08030000
      * LAST ONE UPDATES THE BRANCHMAST-EOF-SWITCH                 *    08040000
      **************************************************************    08050000
       106-READ-BRANCH-RECORD.                                          08060000
                                                                        08070000
           READ BRANCHMAST                                              08080000
               AT END                                                   08090000
                   MOVE "Y" TO BRANCHMAST-EOF-SWITCH.                   08100000
                                                                        08110000
      **************************************************************    08120000
      * ADDS THE BRANCH WE JUST READ TO THE BRANCH-TABLE THEN READS *   08130000
      * THE NEXT ONE                                               *    08140000
      **************************************************************    08150000
       107-STORE-BRANCH-TABLE-ENTRY.                                    08160000
                                                                        08170000
           *> BRANCH-TABLE ONLY HOLDS 50 ENTRIES - ABORT RATHER THAN    08180000
           *> OVERRUN IT IF BRANCHMAST EVER GROWS PAST THAT             08190000
           IF BRANCH-TABLE-COUNT >= 50                                  08200000
               DISPLAY "SEG5000 - RUN ABORTED - BRANCH-TABLE FULL"      08210000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08220000
               MOVE "Y" TO BRANCHMAST-EOF-SWITCH                        08230000
           ELSE                                                         08240000
               ADD 1 TO BRANCH-TABLE-COUNT                              08250000
               SET BT-INDEX TO BRANCH-TABLE-COUNT                       08260000
               MOVE BM-BRANCH-NUMBER TO BT-BRANCH-NUMBER(BT-INDEX)      08270000
               MOVE BM-BRANCH-NAME   TO BT-BRANCH-NAME(BT-INDEX)        08280000
               PERFORM 106-READ-BRANCH-RECORD                           08290000
           END-IF.                                                      08300000
                                                                        08310000
      **************************************************************    08320000
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE MASTER,     *    08330000
      * WORKS OUT EVERY CUSTOMER'S RANKED SALES, TOTALS EACH       *    08340000
      * BRANCH, AND RELEASES THE CUSTOMER TO BE RANKED. THE        *    08350000
      * MASTER IS PROVED AGAINST ITS TRAILER ONCE IT HAS BEEN READ *    08360000
      **************************************************************    08370000
       200-RANK-CUSTOMERS.                                              08380000
                                                                        08390000
           PERFORM 210-READ-CUSTOMER-RECORD.                            08400000
           PERFORM 220-RELEASE-CUSTOMER                                 08410000
               UNTIL CUSTMAST-EOF.                                      08420000
                                                                        08430000
           IF NOT TABLE-OVERFLOW                                        08440000
               PERFORM 250-VERIFY-INPUT-TRAILER                         08450000
           END-IF.                                                      08460000
                                                                        08470000
      **************************************************************    08480000
      * READS A LINE OF THE INPUT FILE AND IF ITS THE LAST ONE     *    08490000
      * UPDATES THE CUSTOMER-EOF-SWITCH (END-OF-FILE)              *    08500000
      **************************************************************    08510000
       210-READ-CUSTOMER-RECORD.                                        08520000
                                                                        08530000
           READ CUSTMAST                                                08540000
               AT END                                                   08550000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     08560000
                                                                        08570000
           *> THE LAST RECORD ON CUSTMAST IS THE CONTROL TRAILER -      08580000
           *> CAPTURE IT FOR THE EOF RECONCILIATION INSTEAD OF          08590000
           *> RANKING IT LIKE A CUSTOMER                                08600000
           IF NOT CUSTMAST-EOF                                          08610000
              AND CUSTOMER-MASTER-RECORD(1:9) = "999999999"             08620000
              AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"             08630000
               PERFORM 215-CAPTURE-CONTROL-TRAILER                      08640000
           END-IF.                                                      08650000
                                                                        08660000
      **************************************************************    08670000
      * SAVES THE CONTROL TRAILER FOR THE EOF RECONCILIATION AND   *    08680000
      * FOR THE SEGMENTED MASTER, THEN READS AHEAD - THE TRAILER   *    08690000
      * SORTS LAST SO THE NEXT READ IS EXPECTED TO HIT EOF         *    08700000
      **************************************************************    08710000
       215-CAPTURE-CONTROL-TRAILER.                                     08720000
                                                                        08730000
           MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA.         08740000
           MOVE "Y" TO TRAILER-SEEN-SWITCH.                             08750000
           READ CUSTMAST                                                08760000
               AT END                                                   08770000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     08780000
                                                                        08790000
      **************************************************************    08800000
      * ADDS THE CUSTOMER JUST READ TO THE CUSTOMER-TABLE AND ITS  *    08810000
      * BRANCH'S TOTALS, RELEASES IT TO THE SORT, THEN READS THE   *    08820000
      * NEXT ONE. ONLY POSITIVE RANKED SALES COUNT TOWARDS THE     *    08830000
      * BRANCH TOTAL - A CUSTOMER WITH NOTHING (OR LESS) TO RANK   *    08840000
      * CANNOT HOLD A SHARE OF THE BRANCH'S BUSINESS               *    08850000
      **************************************************************    08860000
       220-RELEASE-CUSTOMER.                                            08870000
                                                                        08880000
           IF CUSTOMER-TABLE-COUNT >= 5000                              08890000
               DISPLAY "SEG5000 - RUN ABORTED - CUSTOMER-TABLE FULL"    08900000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08910000
               MOVE "Y" TO CUSTMAST-EOF-SWITCH                          08920000
           ELSE                                                         08930000
               ADD 1 TO CUSTOMER-TABLE-COUNT                            08940000
               MOVE CUSTOMER-TABLE-COUNT TO CUSTOMER-SUB                08950000
               MOVE CM-BRANCH-NUMBER                                    08960000
                   TO CU-BRANCH-NUMBER(CUSTOMER-SUB)                    08970000
               MOVE CM-SALESREP-NUMBER                                  08980000
                   TO CU-SALESREP-NUMBER(CUSTOMER-SUB)                  08990000
               MOVE CM-CUSTOMER-NUMBER                                  09000000
                   TO CU-CUSTOMER-NUMBER(CUSTOMER-SUB)                  09010000
               MOVE CM-CUSTOMER-NAME                                    09020000
                   TO CU-CUSTOMER-NAME(CUSTOMER-SUB)                    09030000
               MOVE CM-ABC-SEGMENT                                      09040000
                   TO CU-OLD-SEGMENT(CUSTOMER-SUB)                      09050000
               MOVE SPACE TO CU-NEW-SEGMENT(CUSTOMER-SUB)               09060000
                                                                        09070000
               IF RANK-ON-BLEND                                         09080000
                   COMPUTE CU-RANKED-AMOUNT(CUSTOMER-SUB) ROUNDED =     09090000
                       (CM-SALES-THIS-YTD * 5                           09100000
                      + CM-SALES-LAST-YTD * 3                           09110000
                      + CM-SALES-TWO-YEARS-AGO * 2) / 10                09120000
               ELSE                                                     09130000
                   MOVE CM-SALES-THIS-YTD                               09140000
                       TO CU-RANKED-AMOUNT(CUSTOMER-SUB)                09150000
               END-IF                                                   09160000
                                                                        09170000
               *> CONTROL TOTALS FOR THE TRAILER CHECK                  09180000
               ADD 1 TO MASTER-RECORD-COUNT                             09190000
               ADD CM-SALES-THIS-YTD      TO MASTER-HASH-THIS-YTD       09200000
               ADD CM-SALES-LAST-YTD      TO MASTER-HASH-LAST-YTD       09210000
               ADD CM-SALES-TWO-YEARS-AGO TO MASTER-HASH-TWO-YEARS      09220000
                                                                        09230000
               COMPUTE BRANCH-SUB = CM-BRANCH-NUMBER + 1                09240000
               ADD 1 TO BX-CUSTOMER-COUNT(BRANCH-SUB)                   09250000
               IF CU-RANKED-AMOUNT(CUSTOMER-SUB) > ZERO                 09260000
                   ADD CU-RANKED-AMOUNT(CUSTOMER-SUB)                   09270000
                       TO BX-RANKED-TOTAL(BRANCH-SUB)                   09280000
               END-IF                                                   09290000
                                                                        09300000
               MOVE CM-BRANCH-NUMBER   TO SR-BRANCH-NUMBER              09310000
               MOVE CU-RANKED-AMOUNT(CUSTOMER-SUB)                      09320000
                   TO SR-RANKED-AMOUNT                                  09330000
               MOVE CM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER            09340000
               MOVE CUSTOMER-SUB       TO SR-CUSTOMER-SUB               09350000
               RELEASE SORT-RECORD                                      09360000
                                                                        09370000
               PERFORM 210-READ-CUSTOMER-RECORD                         09380000
           END-IF.                                                      09390000
                                                                        09400000
      **************************************************************    09410000
      * WRITES ONE LINE TO THE REPORT AND COUNTS IT AGAINST THE    *    09420000
      * CURRENT PAGE                                               *    09430000
      **************************************************************    09440000
       225-WRITE-REPORT-LINE.                                           09450000
           WRITE SEGRPT-PRINT-AREA.                                     09460000
           ADD 1 TO LINE-COUNT.                                         09470000
                                                                        09480000
      **************************************************************    09490000
      * PRINTS THE REPORT HEADER LINES, RAN ONCE FOR EVERY PAGE.   *    09500000
      * WHILE A BRANCH'S RANKING IS PRINTING ITS BRANCH LINE IS    *    09510000
      * REPEATED UNDER THE COLUMN HEADINGS                         *    09520000
      **************************************************************    09530000
       230-PRINT-HEADING-LINES.                                         09540000
                                                                        09550000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             09560000
           *> SO WE INCREASE THE PAGE COUNT HERE                        09570000
           ADD 1 TO PAGE-COUNT.                                         09580000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      09590000
                                                                        09600000
           MOVE HEADING-LINE-1 TO SEGRPT-PRINT-AREA.                    09610000
           WRITE SEGRPT-PRINT-AREA.                                     09620000
           MOVE HEADING-LINE-2 TO SEGRPT-PRINT-AREA.                    09630000
           WRITE SEGRPT-PRINT-AREA.                                     09640000
           MOVE HEADING-LINE-3 TO SEGRPT-PRINT-AREA.                    09650000
           WRITE SEGRPT-PRINT-AREA.                                     09660000
                                                                        09670000
           IF BRANCH-HEADING-ACTIVE                                     09680000
               MOVE BRANCH-HEADING-LINE TO SEGRPT-PRINT-AREA            09690000
               WRITE SEGRPT-PRINT-AREA                                  09700000
               MOVE HEADING-LINE-3 TO SEGRPT-PRINT-AREA                 09710000
               WRITE SEGRPT-PRINT-AREA                                  09720000
           END-IF.                                                      09730000
                                                                        09740000
           MOVE HEADING-LINE-4 TO SEGRPT-PRINT-AREA.                    09750000
           WRITE SEGRPT-PRINT-AREA.                                     09760000
           MOVE HEADING-LINE-5 TO SEGRPT-PRINT-AREA.                    09770000
           WRITE SEGRPT-PRINT-AREA.                                     09780000
                                                                        09790000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    09800000
           *> OF A NEW PAGE                                             09810000
           MOVE ZERO TO LINE-COUNT.                                     09820000
                                                                        09830000
      **************************************************************    09840000
      * COMPARES THE RECORD COUNT AND SALES TOTALS THE RANKING     *    09850000
      * PASS READ AGAINST THE CONTROL TRAILER CAPTURED AT THE END  *    09860000
      * OF CUSTMAST. A MASTER WITH NO TRAILER YET IS LET THROUGH   *    09870000
      * WITH A CONSOLE NOTE - A TRAILER IS SEEDED ON THE OUTPUT    *    09880000
      **************************************************************    09890000
       250-VERIFY-INPUT-TRAILER.                                        09900000
                                                                        09910000
           IF NOT TRAILER-SEEN                                          09920000
               DISPLAY "SEG5000 - CUSTMAST HAS NO CONTROL TRAILER - "   09930000
                   "TRAILER SEEDED ON OUTPUT"                           09940000
           ELSE                                                         09950000
               IF CT-RECORD-COUNT NOT = MASTER-RECORD-COUNT             09960000
                  OR CT-HASH-THIS-YTD NOT = MASTER-HASH-THIS-YTD        09970000
                  OR CT-HASH-LAST-YTD NOT = MASTER-HASH-LAST-YTD        09980000
                  OR CT-HASH-TWO-YEARS-AGO NOT = MASTER-HASH-TWO-YEARS  09990000
                   DISPLAY "SEG5000 - RUN ABORTED - CUSTMAST "          10000000
                       "CONTROL TOTALS DO NOT MATCH TRAILER"            10010000
                   DISPLAY "SEG5000 - TRAILER COUNT="                   10020000
                       CT-RECORD-COUNT " RECORDS READ="                 10030000
                       MASTER-RECORD-COUNT                              10040000
                   MOVE "Y" TO TRAILER-ERROR-SWITCH                     10050000
               END-IF                                                   10060000
           END-IF.                                                      10070000
                                                                        10080000
      **************************************************************    10090000
      * PRINTS THE COMPANY SUMMARY ON A FRESH PAGE - ONE LINE PER  *    10100000
      * BRANCH THAT HAS CUSTOMERS, A LINE FOR THE WHOLE COMPANY,   *    10110000
      * AND THE COMPANY'S OWN SEGMENT TOTALS BLOCK                 *    10120000
      **************************************************************    10130000
       300-PRINT-COMPANY-SUMMARY.                                       10140000
                                                                        10150000
           MOVE "N" TO BRANCH-HEADING-SWITCH.                           10160000
           MOVE "ABC CUSTOMER SEGMENTATION - COMPANY"                   10170000
               TO HL1-REPORT-TITLE.                                     10180000
           MOVE SUMMARY-HEADING-1 TO HEADING-LINE-4.                    10190000
           MOVE SUMMARY-HEADING-2 TO HEADING-LINE-5.                    10200000
           PERFORM 230-PRINT-HEADING-LINES.                             10210000
                                                                        10220000
           PERFORM 305-PRINT-BRANCH-SUMMARY-LINE                        10230000
               VARYING BRANCH-SUB FROM 1 BY 1                           10240000
               UNTIL BRANCH-SUB > 100.                                  10250000
                                                                        10260000
           MOVE SPACES         TO SEGRPT-PRINT-AREA.                    10270000
           PERFORM 225-WRITE-REPORT-LINE.                               10280000
           MOVE GRAND-SEGMENT-TOTALS TO SEGMENT-WORK-TOTALS.            10290000
           MOVE SPACES         TO CSL-BRANCH-NUMBER.                    10300000
           MOVE "ALL BRANCHES" TO CSL-BRANCH-NAME.                      10310000
           PERFORM 306-FORMAT-SUMMARY-LINE.                             10320000
                                                                        10330000
           MOVE SPACES         TO SEGRPT-PRINT-AREA.                    10340000
           PERFORM 225-WRITE-REPORT-LINE.                               10350000
           PERFORM 310-PRINT-SEGMENT-BLOCK.                             10360000
                                                                        10370000
      **************************************************************    10380000
      * PRINTS ONE BRANCH'S SUMMARY LINE IF THE BRANCH HAD ANY     *    10390000
      * CUSTOMERS ON THE MASTER                                    *    10400000
      **************************************************************    10410000
       305-PRINT-BRANCH-SUMMARY-LINE.                                   10420000
                                                                        10430000
           IF BX-CUSTOMER-COUNT(BRANCH-SUB) > ZERO                      10440000
               MOVE BRANCH-SEGMENT-ENTRY(BRANCH-SUB)                    10450000
                   TO SEGMENT-WORK-TOTALS                               10460000
               COMPUTE OLD-BRANCH-NUMBER = BRANCH-SUB - 1               10470000
               PERFORM 426-LOOKUP-BRANCH-NAME                           10480000
               MOVE OLD-BRANCH-NUMBER   TO CSL-BRANCH-NUMBER            10490000
               MOVE CURRENT-BRANCH-NAME TO CSL-BRANCH-NAME              10500000
               PERFORM 306-FORMAT-SUMMARY-LINE                          10510000
           END-IF.                                                      10520000
                                                                        10530000
      **************************************************************    10540000
      * FORMATS AND PRINTS ONE SUMMARY LINE FROM THE SEGMENT       *    10550000
      * TOTALS IN SEGMENT-WORK-TOTALS                              *    10560000
      **************************************************************    10570000
       306-FORMAT-SUMMARY-LINE.                                         10580000
                                                                        10590000
           IF LINE-COUNT >= LINES-ON-PAGE                               10600000
               PERFORM 230-PRINT-HEADING-LINES.                         10610000
                                                                        10620000
           MOVE SW-CUSTOMER-COUNT TO CSL-CUSTOMER-COUNT.                10630000
           MOVE SW-RANKED-TOTAL   TO CSL-RANKED-TOTAL.                  10640000
           PERFORM 307-FORMAT-SUMMARY-SEGMENT                           10650000
               VARYING SEGMENT-SUB FROM 1 BY 1                          10660000
               UNTIL SEGMENT-SUB > 3.                                   10670000
           MOVE SUMMARY-LINE TO SEGRPT-PRINT-AREA.                      10680000
           PERFORM 225-WRITE-REPORT-LINE.                               10690000
                                                                        10700000
      **************************************************************    10710000
      * FILLS ONE SEGMENT'S COLUMNS OF THE SUMMARY LINE - ITS      *    10720000
      * CUSTOMERS, AND THEIR SHARE OF THE CUSTOMER COUNT AND OF    *    10730000
      * THE RANKED SALES                                           *    10740000
      **************************************************************    10750000
       307-FORMAT-SUMMARY-SEGMENT.                                      10760000
                                                                        10770000
           PERFORM 320-CALCULATE-SEGMENT-SHARES.                        10780000
           MOVE SW-SEG-COUNT(SEGMENT-SUB)                               10790000
               TO CSL-SEG-COUNT(SEGMENT-SUB).                           10800000
           MOVE SGL-CUSTOMER-PCT TO CSL-SEG-CUSTOMER-PCT(SEGMENT-SUB).  10810000
           MOVE SGL-SALES-PCT    TO CSL-SEG-SALES-PCT(SEGMENT-SUB).     10820000
                                                                        10830000
      **************************************************************    10840000
      * PRINTS A SEGMENT TOTALS BLOCK FROM SEGMENT-WORK-TOTALS -   *    10850000
      * ONE LINE PER SEGMENT THEN ONE FOR THE WHOLE GROUP. THE     *    10860000
      * BLOCK IS KEPT TOGETHER ON ONE PAGE                         *    10870000
      **************************************************************    10880000
       310-PRINT-SEGMENT-BLOCK.                                         10890000
                                                                        10900000
           IF LINE-COUNT >= LINES-ON-PAGE - 6                           10910000
               PERFORM 230-PRINT-HEADING-LINES.                         10920000
                                                                        10930000
           MOVE SEGMENT-HEADING-LINE TO SEGRPT-PRINT-AREA.              10940000
           PERFORM 225-WRITE-REPORT-LINE.                               10950000
                                                                        10960000
           PERFORM 311-PRINT-SEGMENT-LINE                               10970000
               VARYING SEGMENT-SUB FROM 1 BY 1                          10980000
               UNTIL SEGMENT-SUB > 3.                                   10990000
                                                                        11000000
           MOVE "TOTAL"             TO SGL-LABEL.                       11010000
           MOVE SW-CUSTOMER-COUNT   TO SGL-CUSTOMER-COUNT.              11020000
           MOVE SW-RANKED-TOTAL     TO SGL-RANKED-AMOUNT.               11030000
           IF SW-CUSTOMER-COUNT = ZERO                                  11040000
               MOVE ZERO TO SGL-CUSTOMER-PCT                            11050000
           ELSE                                                         11060000
               MOVE 100  TO SGL-CUSTOMER-PCT                            11070000
           END-IF.                                                      11080000
           IF SW-RANKED-TOTAL = ZERO                                    11090000
               MOVE ZERO TO SGL-SALES-PCT                               11100000
           ELSE                                                         11110000
               MOVE 100  TO SGL-SALES-PCT                               11120000
           END-IF.                                                      11130000
           MOVE SEGMENT-SUMMARY-LINE TO SEGRPT-PRINT-AREA.              11140000
           PERFORM 225-WRITE-REPORT-LINE.                               11150000
                                                                        11160000
           MOVE SPACES TO SEGRPT-PRINT-AREA.                            11170000
           PERFORM 225-WRITE-REPORT-LINE.                               11180000
                                                                        11190000
      **************************************************************    11200000
      * PRINTS ONE SEGMENT'S LINE OF A SEGMENT TOTALS BLOCK,       *    11210000
      * LABELED WITH THE CUT-OFF THE SEGMENT RUNS UP TO            *    11220000
      **************************************************************    11230000
       311-PRINT-SEGMENT-LINE.                                          11240000
                                                                        11250000
           MOVE SPACES TO SGL-LABEL.                                    11260000
           EVALUATE SEGMENT-SUB                                         11270000
               WHEN 1                                                   11280000
                   MOVE A-CUTOFF-PERCENT TO CUTOFF-EDIT                 11290000
                   STRING "A  UP TO " DELIMITED BY SIZE                 11300000
                       CUTOFF-EDIT     DELIMITED BY SIZE                11310000
                       "%"             DELIMITED BY SIZE                11320000
                       INTO SGL-LABEL                                   11330000
                   END-STRING                                           11340000
               WHEN 2                                                   11350000
                   MOVE B-CUTOFF-PERCENT TO CUTOFF-EDIT                 11360000
                   STRING "B  UP TO " DELIMITED BY SIZE                 11370000
                       CUTOFF-EDIT     DELIMITED BY SIZE                11380000
                       "%"             DELIMITED BY SIZE                11390000
                       INTO SGL-LABEL                                   11400000
                   END-STRING                                           11410000
               WHEN OTHER                                               11420000
                   MOVE "C  REMAINDER" TO SGL-LABEL                     11430000
           END-EVALUATE.                                                11440000
                                                                        11450000
           PERFORM 320-CALCULATE-SEGMENT-SHARES.                        11460000
           MOVE SW-SEG-COUNT(SEGMENT-SUB)  TO SGL-CUSTOMER-COUNT.       11470000
           MOVE SW-SEG-AMOUNT(SEGMENT-SUB) TO SGL-RANKED-AMOUNT.        11480000
           MOVE SEGMENT-SUMMARY-LINE TO SEGRPT-PRINT-AREA.              11490000
           PERFORM 225-WRITE-REPORT-LINE.                               11500000
                                                                        11510000
      **************************************************************    11520000
      * WORKS OUT ONE SEGMENT'S SHARE OF THE GROUP'S CUSTOMERS AND *    11530000
      * OF ITS RANKED SALES INTO THE SEGMENT SUMMARY LINE. AN      *    11540000
      * EMPTY GROUP SHOWS ZERO RATHER THAN DIVIDE BY ZERO          *    11550000
      **************************************************************    11560000
       320-CALCULATE-SEGMENT-SHARES.                                    11570000
                                                                        11580000
           IF SW-CUSTOMER-COUNT = ZERO                                  11590000
               MOVE ZERO TO SGL-CUSTOMER-PCT                            11600000
           ELSE                                                         11610000
               COMPUTE SGL-CUSTOMER-PCT ROUNDED =                       11620000
                   SW-SEG-COUNT(SEGMENT-SUB) * 100 / SW-CUSTOMER-COUNT  11630000
           END-IF.                                                      11640000
                                                                        11650000
           IF SW-RANKED-TOTAL = ZERO                                    11660000
               MOVE ZERO TO SGL-SALES-PCT                               11670000
           ELSE                                                         11680000
               COMPUTE SGL-SALES-PCT ROUNDED =                          11690000
                   SW-SEG-AMOUNT(SEGMENT-SUB) * 100 / SW-RANKED-TOTAL   11700000
                   ON SIZE ERROR                                        11710000
                       MOVE ZERO TO SGL-SALES-PCT                       11720000
               END-COMPUTE                                              11730000
           END-IF.                                                      11740000
                                                                        11750000
      **************************************************************    11760000
      * LISTS, IN CUSTMAST ORDER, EVERY CUSTOMER WHOSE SEGMENT IS  *    11770000
      * DIFFERENT FROM THE ONE THE LAST RUN STAMPED. A CUSTOMER    *    11780000
      * BEING SEGMENTED FOR THE FIRST TIME IS COUNTED RATHER THAN  *    11790000
      * LISTED - ON THE FIRST RUN THAT IS EVERY CUSTOMER           *    11800000
      **************************************************************    11810000
       350-PRINT-SEGMENT-CHANGES.                                       11820000
                                                                        11830000
           MOVE "ABC CUSTOMER SEGMENTATION - CHANGES"                   11840000
               TO HL1-REPORT-TITLE.                                     11850000
           MOVE CHANGE-HEADING-1 TO HEADING-LINE-4.                     11860000
           MOVE SPACES           TO HEADING-LINE-5.                     11870000
           PERFORM 230-PRINT-HEADING-LINES.                             11880000
                                                                        11890000
           PERFORM 355-CHECK-ONE-CUSTOMER                               11900000
               VARYING CUSTOMER-SUB FROM 1 BY 1                         11910000
               UNTIL CUSTOMER-SUB > CUSTOMER-TABLE-COUNT.               11920000
                                                                        11930000
           IF LINE-COUNT >= LINES-ON-PAGE - 3                           11940000
               PERFORM 230-PRINT-HEADING-LINES.                         11950000
                                                                        11960000
           MOVE SPACES TO SEGRPT-PRINT-AREA.                            11970000
           PERFORM 225-WRITE-REPORT-LINE.                               11980000
           MOVE CHANGED-SEGMENT-COUNT TO CCL-CUSTOMER-COUNT.            11990000
           MOVE "CUSTOMER(S) CHANGED SEGMENT SINCE THE LAST RUN"        12000000
               TO CCL-COUNT-TEXT.                                       12010000
           MOVE CHANGE-COUNT-LINE TO SEGRPT-PRINT-AREA.                 12020000
           PERFORM 225-WRITE-REPORT-LINE.                               12030000
           MOVE FIRST-SEGMENT-COUNT TO CCL-CUSTOMER-COUNT.              12040000
           MOVE "CUSTOMER(S) SEGMENTED FOR THE FIRST TIME"              12050000
               TO CCL-COUNT-TEXT.                                       12060000
           MOVE CHANGE-COUNT-LINE TO SEGRPT-PRINT-AREA.                 12070000
           PERFORM 225-WRITE-REPORT-LINE.                               12080000
                                                                        12090000
      **************************************************************    12100000
      * PRINTS ONE CUSTOMER'S CHANGE LINE IF THEIR SEGMENT MOVED   *    12110000
      **************************************************************    12120000
       355-CHECK-ONE-CUSTOMER.                                          12130000
                                                                        12140000
           IF CU-OLD-SEGMENT(CUSTOMER-SUB) NOT = SPACE                  12150000
              AND CU-OLD-SEGMENT(CUSTOMER-SUB)                          12160000
                  NOT = CU-NEW-SEGMENT(CUSTOMER-SUB)                    12170000
               IF LINE-COUNT >= LINES-ON-PAGE                           12180000
                   PERFORM 230-PRINT-HEADING-LINES                      12190000
               END-IF                                                   12200000
               MOVE CU-BRANCH-NUMBER(CUSTOMER-SUB)                      12210000
                   TO CDL-BRANCH-NUMBER                                 12220000
               MOVE CU-SALESREP-NUMBER(CUSTOMER-SUB)                    12230000
                   TO CDL-SALESREP-NUMBER                               12240000
               MOVE CU-CUSTOMER-NUMBER(CUSTOMER-SUB)                    12250000
                   TO CDL-CUSTOMER-NUMBER                               12260000
               MOVE CU-CUSTOMER-NAME(CUSTOMER-SUB)                      12270000
                   TO CDL-CUSTOMER-NAME                                 12280000
               MOVE CU-OLD-SEGMENT(CUSTOMER-SUB) TO CDL-OLD-SEGMENT     12290000
               MOVE CU-NEW-SEGMENT(CUSTOMER-SUB) TO CDL-NEW-SEGMENT     12300000
               MOVE CU-RANKED-AMOUNT(CUSTOMER-SUB)                      12310000
                   TO CDL-RANKED-AMOUNT                                 12320000
               MOVE CHANGE-DETAIL-LINE TO SEGRPT-PRINT-AREA             12330000
               PERFORM 225-WRITE-REPORT-LINE                            12340000
           END-IF.                                                      12350000
                                                                        12360000
      **************************************************************    12370000
      * OUTPUT PROCEDURE FOR THE SORT - TAKES THE CUSTOMERS BACK   *    12380000
      * BRANCH BY BRANCH, BIGGEST FIRST, ASSIGNS EACH ONE ITS      *    12390000
      * SEGMENT FROM THE RUNNING SHARE OF ITS BRANCH'S SALES, AND  *    12400000
      * PRINTS THE BRANCH'S RANKING. NOTHING IS ASSIGNED FROM A    *    12410000
      * MASTER THAT DID NOT PROVE AGAINST ITS TRAILER              *    12420000
      **************************************************************    12430000
       400-ASSIGN-SEGMENTS.                                             12440000
                                                                        12450000
           IF NOT TABLE-OVERFLOW AND NOT TRAILER-ERROR                  12460000
               MOVE PARETO-HEADING-1 TO HEADING-LINE-4                  12470000
               MOVE PARETO-HEADING-2 TO HEADING-LINE-5                  12480000
               PERFORM 420-RETURN-NEXT-CUSTOMER                         12490000
               PERFORM 410-PROCESS-ONE-CUSTOMER UNTIL SORT-EOF          12500000
               IF NOT FIRST-SORT-RECORD                                 12510000
                   PERFORM 440-CLOSE-BRANCH                             12520000
               END-IF                                                   12530000
           END-IF.                                                      12540000
                                                                        12550000
      **************************************************************    12560000
      * ASSIGNS ONE CUSTOMER'S SEGMENT AND PRINTS THEIR RANKING    *    12570000
      * LINE, THEN TAKES THE NEXT CUSTOMER. A CUSTOMER IS IN A     *    12580000
      * SEGMENT WHEN THE SHARE OF THE BRANCH ALREADY COVERED BY    *    12590000
      * THE CUSTOMERS RANKED ABOVE THEM IS STILL SHORT OF THAT     *    12600000
      * SEGMENT'S CUT-OFF - SO THE CUSTOMER WHOSE SALES CARRY THE  *    12610000
      * SHARE PAST THE CUT-OFF IS STILL INSIDE IT                  *    12620000
      **************************************************************    12630000
       410-PROCESS-ONE-CUSTOMER.                                        12640000
                                                                        12650000
           EVALUATE TRUE                                                12660000
               WHEN FIRST-SORT-RECORD                                   12670000
                   MOVE "N" TO FIRST-SORT-RECORD-SWITCH                 12680000
                   PERFORM 425-START-BRANCH                             12690000
               WHEN SR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER            12700000
                   PERFORM 440-CLOSE-BRANCH                             12710000
                   PERFORM 425-START-BRANCH                             12720000
               WHEN OTHER                                               12730000
                   CONTINUE                                             12740000
           END-EVALUATE.                                                12750000
                                                                        12760000
           MOVE SR-CUSTOMER-SUB TO CUSTOMER-SUB.                        12770000
           ADD 1 TO BRANCH-RANK.                                        12780000
                                                                        12790000
           IF CU-RANKED-AMOUNT(CUSTOMER-SUB) > ZERO                     12800000
              AND BX-RANKED-TOTAL(BRANCH-SUB) > ZERO                    12810000
               COMPUTE CUMULATIVE-BEFORE-PCT =                          12820000
                   BRANCH-CUMULATIVE * 100                              12830000
                   / BX-RANKED-TOTAL(BRANCH-SUB)                        12840000
               EVALUATE TRUE                                            12850000
                   WHEN CUMULATIVE-BEFORE-PCT < A-CUTOFF-PERCENT        12860000
                       MOVE 1 TO SEGMENT-SUB                            12870000
                   WHEN CUMULATIVE-BEFORE-PCT < B-CUTOFF-PERCENT        12880000
                       MOVE 2 TO SEGMENT-SUB                            12890000
                   WHEN OTHER                                           12900000
                       MOVE 3 TO SEGMENT-SUB                            12910000
               END-EVALUATE                                             12920000
               ADD CU-RANKED-AMOUNT(CUSTOMER-SUB) TO BRANCH-CUMULATIVE  12930000
               COMPUTE SHARE-PERCENT ROUNDED =                          12940000
                   CU-RANKED-AMOUNT(CUSTOMER-SUB) * 100                 12950000
                   / BX-RANKED-TOTAL(BRANCH-SUB)                        12960000
               COMPUTE CUMULATIVE-PERCENT ROUNDED =                     12970000
                   BRANCH-CUMULATIVE * 100                              12980000
                   / BX-RANKED-TOTAL(BRANCH-SUB)                        12990000
           ELSE                                                         13000000
               *> NOTHING POSITIVE TO RANK - ALWAYS SEGMENT C, AND THE  13010000
               *> CUMULATIVE SHARE STAYS WHERE IT WAS                   13020000
               MOVE 3 TO SEGMENT-SUB                                    13030000
               MOVE ZERO TO SHARE-PERCENT                               13040000
           END-IF.                                                      13050000
                                                                        13060000
           MOVE SEGMENT-CODE(SEGMENT-SUB) TO NEW-SEGMENT.               13070000
           MOVE NEW-SEGMENT TO CU-NEW-SEGMENT(CUSTOMER-SUB).            13080000
           ADD 1 TO BX-SEG-COUNT(BRANCH-SUB, SEGMENT-SUB).              13090000
           ADD CU-RANKED-AMOUNT(CUSTOMER-SUB)                           13100000
               TO BX-SEG-AMOUNT(BRANCH-SUB, SEGMENT-SUB).               13110000
                                                                        13120000
           EVALUATE TRUE                                                13130000
               WHEN CU-OLD-SEGMENT(CUSTOMER-SUB) = SPACE                13140000
                   MOVE "NEW"     TO PDL-CHANGE-FLAG                    13150000
                   ADD 1 TO FIRST-SEGMENT-COUNT                         13160000
               WHEN CU-OLD-SEGMENT(CUSTOMER-SUB) NOT = NEW-SEGMENT      13170000
                   MOVE "CHANGED" TO PDL-CHANGE-FLAG                    13180000
                   ADD 1 TO CHANGED-SEGMENT-COUNT                       13190000
               WHEN OTHER                                               13200000
                   MOVE SPACES    TO PDL-CHANGE-FLAG                    13210000
           END-EVALUATE.                                                13220000
                                                                        13230000
           PERFORM 430-PRINT-PARETO-LINE.                               13240000
                                                                        13250000
           PERFORM 420-RETURN-NEXT-CUSTOMER.                            13260000
                                                                        13270000
      **************************************************************    13280000
      * TAKES THE NEXT RANKED CUSTOMER AND IF ITS THE LAST ONE     *    13290000
      * UPDATES THE SORT-EOF-SWITCH                                *    13300000
      **************************************************************    13310000
       420-RETURN-NEXT-CUSTOMER.                                        13320000
                                                                        13330000
           RETURN SORT-FILE                                             13340000
               AT END                                                   13350000
                   MOVE "Y" TO SORT-EOF-SWITCH.                         13360000
                                                                        13370000
      **************************************************************    13380000
      * OPENS A NEW BRANCH'S RANKING - RESETS THE RANK AND THE     *    13390000
      * RUNNING SHARE, LOOKS UP THE BRANCH NAME, AND STARTS THE    *    13400000
      * BRANCH ON A FRESH PAGE                                     *    13410000
      **************************************************************    13420000
       425-START-BRANCH.                                                13430000
                                                                        13440000
           MOVE SR-BRANCH-NUMBER TO OLD-BRANCH-NUMBER.                  13450000
           COMPUTE BRANCH-SUB = SR-BRANCH-NUMBER + 1.                   13460000
           MOVE ZERO TO BRANCH-RANK                                     13470000
                        BRANCH-CUMULATIVE                               13480000
                        CUMULATIVE-PERCENT.                             13490000
                                                                        13500000
           PERFORM 426-LOOKUP-BRANCH-NAME.                              13510000
           MOVE OLD-BRANCH-NUMBER   TO BHL-BRANCH-NUMBER.               13520000
           MOVE CURRENT-BRANCH-NAME TO BHL-BRANCH-NAME.                 13530000
           MOVE "Y" TO BRANCH-HEADING-SWITCH.                           13540000
           PERFORM 230-PRINT-HEADING-LINES.                             13550000
                                                                        13560000
      **************************************************************    13570000
      * LOOKS UP OLD-BRANCH-NUMBER IN THE BRANCH-TABLE. IF         *    13580000
      * BRANCHMAST DOESN'T HAVE A RECORD FOR THIS BRANCH WE SAY SO *    13590000
      * INSTEAD OF LEAVING THE NAME BLANK                          *    13600000
      **************************************************************    13610000
       426-LOOKUP-BRANCH-NAME.                                          13620000
                                                                        13630000
           MOVE "N" TO BRANCH-FOUND-SWITCH.                             13640000
           PERFORM 427-SEARCH-BRANCH-TABLE                              13650000
               VARYING BT-INDEX FROM 1 BY 1                             13660000
               UNTIL BT-INDEX > BRANCH-TABLE-COUNT                      13670000
                  OR BRANCH-FOUND.                                      13680000
                                                                        13690000
           IF NOT BRANCH-FOUND                                          13700000
               MOVE "** NAME NOT FOUND **" TO CURRENT-BRANCH-NAME       13710000
           END-IF.                                                      13720000
                                                                        13730000
      **************************************************************    13740000
      * COMPARES ONE ENTRY IN THE BRANCH-TABLE AGAINST THE BRANCH  *    13750000
      * NUMBER WE'RE LOOKING FOR                                   *    13760000
      **************************************************************    13770000
       427-SEARCH-BRANCH-TABLE.                                         13780000
                                                                        13790000
           IF BT-BRANCH-NUMBER(BT-INDEX) = OLD-BRANCH-NUMBER            13800000
               MOVE BT-BRANCH-NAME(BT-INDEX) TO CURRENT-BRANCH-NAME     13810000
               MOVE "Y" TO BRANCH-FOUND-SWITCH                          13820000
           END-IF.                                                      13830000
                                                                        13840000
      **************************************************************    13850000
      * PRINTS ONE CUSTOMER'S LINE OF THE BRANCH RANKING           *    13860000
      **************************************************************    13870000
       430-PRINT-PARETO-LINE.                                           13880000
                                                                        13890000
           IF LINE-COUNT >= LINES-ON-PAGE                               13900000
               PERFORM 230-PRINT-HEADING-LINES.                         13910000
                                                                        13920000
           MOVE BRANCH-RANK TO PDL-RANK.                                13930000
           MOVE CU-CUSTOMER-NUMBER(CUSTOMER-SUB)                        13940000
               TO PDL-CUSTOMER-NUMBER.                                  13950000
           MOVE CU-CUSTOMER-NAME(CUSTOMER-SUB) TO PDL-CUSTOMER-NAME.    13960000
           MOVE CU-SALESREP-NUMBER(CUSTOMER-SUB)                        13970000
               TO PDL-SALESREP-NUMBER.                                  13980000
           MOVE CU-RANKED-AMOUNT(CUSTOMER-SUB) TO PDL-RANKED-AMOUNT.    13990000
           MOVE SHARE-PERCENT      TO PDL-SHARE-PERCENT.                14000000
           MOVE CUMULATIVE-PERCENT TO PDL-CUMULATIVE-PCT.               14010000
           MOVE NEW-SEGMENT        TO PDL-NEW-SEGMENT.                  14020000
           MOVE CU-OLD-SEGMENT(CUSTOMER-SUB) TO PDL-OLD-SEGMENT.        14030000
           MOVE PARETO-DETAIL-LINE TO SEGRPT-PRINT-AREA.                14040000
           PERFORM 225-WRITE-REPORT-LINE.                               14050000
                                                                        14060000
      **************************************************************    14070000
      * CLOSES THE BRANCH JUST RANKED - PRINTS ITS SEGMENT TOTALS  *    14080000
      * BLOCK AND ADDS THEM INTO THE COMPANY'S                     *    14090000
      **************************************************************    14100000
       440-CLOSE-BRANCH.                                                14110000
                                                                        14120000
           MOVE BRANCH-SEGMENT-ENTRY(BRANCH-SUB) TO SEGMENT-WORK-TOTALS.14130000
                                                                        14140000
           MOVE SPACES TO SEGRPT-PRINT-AREA.                            14150000
           PERFORM 225-WRITE-REPORT-LINE.                               14160000
           PERFORM 310-PRINT-SEGMENT-BLOCK.                             14170000
                                                                        14180000
           ADD SW-CUSTOMER-COUNT TO GX-CUSTOMER-COUNT.                  14190000
           ADD SW-RANKED-TOTAL   TO GX-RANKED-TOTAL.                    14200000
           PERFORM 441-ADD-SEGMENT-TO-GRAND                             14210000
               VARYING SEGMENT-SUB FROM 1 BY 1                          14220000
               UNTIL SEGMENT-SUB > 3.                                   14230000
                                                                        14240000
      **************************************************************    14250000
      * ADDS ONE OF THE BRANCH'S SEGMENT TOTALS INTO THE COMPANY'S *    14260000
      **************************************************************    14270000
       441-ADD-SEGMENT-TO-GRAND.                                        14280000
                                                                        14290000
           ADD SW-SEG-COUNT(SEGMENT-SUB)  TO GX-SEG-COUNT(SEGMENT-SUB). 14300000
           ADD SW-SEG-AMOUNT(SEGMENT-SUB)                               14310000
               TO GX-SEG-AMOUNT(SEGMENT-SUB).                           14320000
                                                                        14330000
      **************************************************************    14340000
      * READS THE MASTER A SECOND TIME AND WRITES EVERY CUSTOMER   *    14350000
      * TO NEWMAST WITH THE SEGMENT THIS RUN ASSIGNED, LOGGING     *    14360000
      * EACH ONE WHOSE SEGMENT CHANGED, THEN CLOSES THE NEW        *    14370000
      * MASTER WITH THE CONTROL TRAILER                            *    14380000
      **************************************************************    14390000
       500-STAMP-CUSTOMER-MASTER.                                       14400000
                                                                        14410000
           OPEN INPUT  CUSTMAST                                         14420000
                OUTPUT NEWMAST                                          14430000
                EXTEND AUDITLOG.                                        14440000
                                                                        14450000
           MOVE "N" TO CUSTMAST-EOF-SWITCH.                             14460000
           MOVE ZERO TO CUSTOMER-SUB.                                   14470000
           PERFORM 510-READ-MASTER-RECORD.                              14480000
           PERFORM 505-STAMP-ONE-CUSTOMER                               14490000
               UNTIL CUSTMAST-EOF OR MASTER-CHANGED.                    14500000
                                                                        14510000
           *> THE SECOND PASS MUST SEE EXACTLY THE CUSTOMERS THE        14520000
           *> FIRST ONE RANKED OR THE SEGMENTS ARE ON THE WRONG         14530000
           *> RECORDS - LEAVE NEWMAST WITHOUT A TRAILER SO NOTHING      14540000
           *> DOWNSTREAM WILL TAKE IT                                   14550000
           IF CUSTOMER-SUB NOT = CUSTOMER-TABLE-COUNT                   14560000
               MOVE "Y" TO MASTER-CHANGED-SWITCH                        14570000
           END-IF.                                                      14580000
                                                                        14590000
           IF MASTER-CHANGED                                            14600000
               DISPLAY "SEG5000 - RUN ABORTED - CUSTMAST CHANGED "      14610000
                   "BETWEEN THE RANKING AND STAMPING PASSES"            14620000
               MOVE 16 TO RETURN-CODE                                   14630000
           ELSE                                                         14640000
               PERFORM 530-WRITE-OUTPUT-TRAILER                         14650000
               DISPLAY "SEG5000 - " STAMPED-RECORD-COUNT                14660000
                   " CUSTOMERS STAMPED - " CHANGED-SEGMENT-COUNT        14670000
                   " CHANGED, " FIRST-SEGMENT-COUNT " FIRST TIME"       14680000
           END-IF.                                                      14690000
                                                                        14700000
           CLOSE CUSTMAST                                               14710000
                 NEWMAST                                                14720000
                 AUDITLOG.                                              14730000
                                                                        14740000
      **************************************************************    14750000
      * STAMPS ONE CUSTOMER WITH THEIR NEW SEGMENT, LOGS THE       *    14760000
      * CHANGE IF THE SEGMENT MOVED, WRITES THE RECORD TO NEWMAST, *    14770000
      * THEN READS THE NEXT ONE                                    *    14780000
      **************************************************************    14790000
       505-STAMP-ONE-CUSTOMER.                                          14800000
                                                                        14810000
           ADD 1 TO CUSTOMER-SUB.                                       14820000
                                                                        14830000
           IF CUSTOMER-SUB > CUSTOMER-TABLE-COUNT                       14840000
               MOVE "Y" TO MASTER-CHANGED-SWITCH                        14850000
           ELSE                                                         14860000
               IF CU-CUSTOMER-NUMBER(CUSTOMER-SUB)                      14870000
                      NOT = CM-CUSTOMER-NUMBER                          14880000
                  OR CU-BRANCH-NUMBER(CUSTOMER-SUB)                     14890000
                      NOT = CM-BRANCH-NUMBER                            14900000
                   MOVE "Y" TO MASTER-CHANGED-SWITCH                    14910000
               ELSE                                                     14920000
                   IF CU-NEW-SEGMENT(CUSTOMER-SUB) NOT = CM-ABC-SEGMENT 14930000
                       MOVE SPACES TO AUDIT-LOG-RECORD                  14930001
                       MOVE CUSTOMER-MASTER-RECORD TO AL-BEFORE-IMAGE   14940000
                       MOVE CU-NEW-SEGMENT(CUSTOMER-SUB)                14950000
                           TO CM-ABC-SEGMENT                            14960000
                       MOVE CUSTOMER-MASTER-RECORD TO AL-AFTER-IMAGE    14970000
                       PERFORM 520-WRITE-AUDIT-LOG-ENTRY                14980000
                   END-IF                                               14990000
                   WRITE NEWMAST-RECORD FROM CUSTOMER-MASTER-RECORD     15000000
                   ADD 1 TO STAMPED-RECORD-COUNT                        15010000
                   PERFORM 510-READ-MASTER-RECORD                       15020000
               END-IF                                                   15030000
           END-IF.                                                      15040000
                                                                        15050000
      **************************************************************    15060000
      * READS A LINE OF THE MASTER FOR THE STAMPING PASS. THE      *    15070000
      * CONTROL TRAILER WAS KEPT BY THE RANKING PASS AND IS        *    15080000
      * WRITTEN BY 530-WRITE-OUTPUT-TRAILER, SO IT IS READ PAST    *    15090000
      **************************************************************    15100000
       510-READ-MASTER-RECORD.                                          15110000
                                                                        15120000
           READ CUSTMAST                                                15130000
               AT END                                                   15140000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     15150000
                                                                        15160000
           IF NOT CUSTMAST-EOF                                          15170000
              AND CUSTOMER-MASTER-RECORD(1:9) = "999999999"             15180000
              AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"             15190000
               READ CUSTMAST                                            15200000
                   AT END                                               15210000
                       MOVE "Y" TO CUSTMAST-EOF-SWITCH                  15220000
               END-READ                                                 15230000
           END-IF.                                                      15240000
                                                                        15250000
      **************************************************************    15260000
      * APPENDS ONE RE-SEGMENTED CUSTOMER TO THE SHARED AUDIT LOG  *    15270000
      * WITH THEIR RECORD BEFORE AND AFTER THE STAMP. A SEGMENT    *    15280000
      * CHANGE HAS NO TRANSACTION BEHIND IT, SO IT CARRIES ITS OWN *    15290000
      * REASON CODE                                                *    15300000
      **************************************************************    15310000
       520-WRITE-AUDIT-LOG-ENTRY.                                       15320000
                                                                        15330000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO AL-RUN-DATE.              15340000
           MOVE CURRENT-DATE-AND-TIME(9:6) TO AL-RUN-TIME.              15350000
           MOVE "SEG5000"                  TO AL-PROGRAM-ID.            15360000
           MOVE "CUSTMAST"                 TO AL-MASTER-FILE.           15370000
           MOVE "C"                        TO AL-TRANS-TYPE.            15380000
           MOVE "ABC"                      TO AL-REASON-CODE.           15390000
           MOVE CM-CUSTOMER-NUMBER         TO AL-CUSTOMER-NUMBER.       15400000
           MOVE CM-BRANCH-NUMBER           TO AL-BEFORE-BRANCH          15410000
                                              AL-AFTER-BRANCH.          15420000
           MOVE CM-SALESREP-NUMBER         TO AL-BEFORE-SALESREP        15430000
                                              AL-AFTER-SALESREP.        15440000
           WRITE AUDIT-LOG-RECORD.                                      15450000
           ADD 1 TO AUDIT-ENTRY-COUNT.                                  15460000
                                                                        15470000
      **************************************************************    15480000
      * WRITES THE SEGMENTED MASTER'S CONTROL TRAILER AS ITS LAST  *    15490000
      * RECORD. THE STAMP CHANGES NO COUNT OR SALES FIGURE, SO THE *    15500000
      * INCOMING TRAILER IS WRITTEN BACK AS IT CAME - OR, FOR A    *    15510000
      * MASTER THAT HAD NONE, ONE IS SEEDED FROM THE FIGURES THE   *    15520000
      * RANKING PASS READ                                          *    15530000
      **************************************************************    15540000
       530-WRITE-OUTPUT-TRAILER.                                        15550000
                                                                        15560000
           IF NOT TRAILER-SEEN                                          15570000
               MOVE SPACES TO CONTROL-TRAILER-AREA                      15580000
               MOVE "999999999" TO CT-TRAILER-KEY                       15590000
               MOVE "*TRAILER" TO CT-TRAILER-ID                         15600000
               MOVE MASTER-RECORD-COUNT   TO CT-RECORD-COUNT            15610000
               MOVE MASTER-HASH-THIS-YTD  TO CT-HASH-THIS-YTD           15620000
               MOVE MASTER-HASH-LAST-YTD  TO CT-HASH-LAST-YTD           15630000
               MOVE MASTER-HASH-TWO-YEARS TO CT-HASH-TWO-YEARS-AGO      15640000
               MOVE ZERO TO CT-LAST-POSTED-DATE                         15650000
                            CT-SALES-YEAR                               15660000
           END-IF.                                                      15670000
                                                                        15680000
           WRITE NEWMAST-RECORD FROM CONTROL-TRAILER-AREA.              15690000
