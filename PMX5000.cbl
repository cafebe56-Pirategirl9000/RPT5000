       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. PMX5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program prints the product mix report      00080000
      *   from the cumulative sales detail history TRN5000 keeps.       00090000
      *   Every transaction invoiced in the report year is sorted       00100000
      *   into branch/salesrep order and rolled up by the product       00110000
      *   line it was sold under, so each salesrep, branch, region      00120000
      *   and the company as a whole shows gross sales, returns,        00130000
      *   adjustments, net sales and the return rate for every          00140000
      *   product line, with each line's share of the group's net.      00150000
      *   Product names come from the product master PRODMAST -         00160000
      *   history carrying a code PRODMAST no longer holds, or none     00170000
      *   at all, still prints under its own line so the totals         00180000
      *   always add up to the posted net                               00190000
       ENVIRONMENT DIVISION.                                            00200000
                                                                        00210000
       INPUT-OUTPUT SECTION.                                            00220000
                                                                        00230000
       FILE-CONTROL.                                                    00240000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00250000
           SELECT PRODMAST ASSIGN TO PRODMAST.                          00260000
           SELECT BRANCHMAST ASSIGN TO BRANCHMAST.                      00270000
           SELECT SALESREPMAST ASSIGN TO SALESREPMAST.                  00280000
           SELECT PMXRPT ASSIGN TO PMXRPT.                              00290000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00300000
                                                                        00310000
       DATA DIVISION.                                                   00320000
                                                                        00330000
       FILE SECTION.                                                    00340000
                                                                        00350000
      **************************************************************    00360000
      * CUMULATIVE SALES DETAIL HISTORY FILE WRITTEN BY TRN5000 -  *    00370000
      * ONE RECORD PER POSTED TRANSACTION WITH ITS TYPE CODE AND   *    00380000
      * THE PRODUCT LINE IT WAS SOLD UNDER. RECORDS POSTED BEFORE  *    00390000
      * PRODUCT CODES EXISTED CARRY SPACES THERE                   *    00400000
      **************************************************************    00410000
       FD  SALESHIST                                                    00420000
           RECORDING MODE IS F                                          00430000
           LABEL RECORDS ARE STANDARD                                   00440000
           RECORD CONTAINS 80 CHARACTERS                                00450000
           BLOCK CONTAINS 80 CHARACTERS.                                00460000
       01  SALES-HISTORY-RECORD.                                        00470000
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00480000
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00490000
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00500000
           05  SH-INVOICE-DATE         PIC 9(8).                        00510000
           05  SH-INVOICE-NUMBER       PIC 9(6).                        00520000
           05  SH-SALE-AMOUNT          PIC S9(5)V9(2).                  00530000
           05  SH-TRANS-TYPE           PIC X(1).                        00540000
           05  SH-POSTED-DATE          PIC 9(8).                        00550000
           05  SH-PRODUCT-CODE         PIC X(4).                        00560000
           05  FILLER                  PIC X(37).                       00570000
                                                                        00580000
      **************************************************************    00590000
      * PRODUCT LINE REFERENCE FILE MAINTAINED BY PRD5000 - ONE    *    00600000
      * RECORD PER PRODUCT LINE, GIVES US THE PRODUCT NAME         *    00610000
      **************************************************************    00620000
       FD  PRODMAST                                                     00630000
           RECORDING MODE IS F                                          00640000
           LABEL RECORDS ARE STANDARD                                   00650000
           RECORD CONTAINS 130 CHARACTERS                               00660000
           BLOCK CONTAINS 130 CHARACTERS.                               00670000
       01  PRODUCT-MASTER-RECORD.                                       00680000
           05  PM-PRODUCT-CODE         PIC X(4).                        00690000
           05  PM-PRODUCT-NAME         PIC X(20).                       00700000
           05  FILLER                  PIC X(106).                      00710000
                                                                        00720000
      **************************************************************    00730000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US    *    00740000
      * THE BRANCH NAME AND THE REGION THE BRANCH BELONGS TO       *    00750000
      **************************************************************    00760000
       FD  BRANCHMAST                                                   00770000
           RECORDING MODE IS F                                          00780000
           LABEL RECORDS ARE STANDARD                                   00790000
           RECORD CONTAINS 130 CHARACTERS                               00800000
           BLOCK CONTAINS 130 CHARACTERS.                               00810000
       01  BRANCH-MASTER-RECORD.                                        00820000
           05  BM-BRANCH-NUMBER        PIC 9(2).                        00830000
           05  BM-BRANCH-NAME          PIC X(20).                       00840000
           05  BM-REGION-CODE          PIC 9(1).                        00850000
           05  BM-REGION-NAME          PIC X(20).                       00860000
           05  FILLER                  PIC X(87).                       00870000
                                                                        00880000
      **************************************************************    00890000
      * SALESREP REFERENCE FILE - ONE RECORD PER SALESREP, KEYED   *    00900000
      * BY BRANCH NUMBER AND SALESREP NUMBER                       *    00910000
      **************************************************************    00920000
       FD  SALESREPMAST                                                 00930000
           RECORDING MODE IS F                                          00940000
           LABEL RECORDS ARE STANDARD                                   00950000
           RECORD CONTAINS 130 CHARACTERS                               00960000
           BLOCK CONTAINS 130 CHARACTERS.                               00970000
       01  SALESREP-MASTER-RECORD.                                      00980000
           05  SM-BRANCH-NUMBER        PIC 9(2).                        00990000
           05  SM-SALESREP-NUMBER      PIC 9(2).                        01000000
           05  SM-SALESREP-NAME        PIC X(20).                       01010000
           05  FILLER                  PIC X(106).                      01020000
                                                                        01030000
      **************************************************************    01040000
      * OUTPUT FILE - THE PRINTED PRODUCT MIX REPORT               *    01050000
      **************************************************************    01060000
       FD  PMXRPT                                                       01070000
           RECORDING MODE IS F                                          01080000
           LABEL RECORDS ARE STANDARD                                   01090000
           RECORD CONTAINS 130 CHARACTERS                               01100000
           BLOCK CONTAINS 130 CHARACTERS.                               01110000
       01  PMXRPT-PRINT-AREA   PIC X(130).                              01120000
                                                                        01130000
      **************************************************************    01140000
      * SORT WORK FILE - THE REPORT-YEAR HISTORY RECORDS COME BACK *    01150000
      * IN BRANCH/SALESREP ORDER FOR THE CONTROL BREAKS            *    01160000
      **************************************************************    01170000
       SD  SORT-FILE                                                    01180000
           RECORD CONTAINS 80 CHARACTERS.                               01190000
       01  SORT-RECORD.                                                 01200000
           05  HS-BRANCH-NUMBER        PIC 9(2).                        01210000
           05  HS-SALESREP-NUMBER      PIC 9(2).                        01220000
           05  HS-CUSTOMER-NUMBER      PIC 9(5).                        01230000
           05  HS-INVOICE-DATE         PIC 9(8).                        01240000
           05  HS-INVOICE-NUMBER       PIC 9(6).                        01250000
           05  HS-SALE-AMOUNT          PIC S9(5)V9(2).                  01260000
           05  HS-TRANS-TYPE           PIC X(1).                        01270000
               88  HS-RETURN-TRANSACTION        VALUE "R".              01280000
               88  HS-ADJUSTMENT-TRANSACTION    VALUE "A".              01290000
           05  HS-POSTED-DATE          PIC 9(8).                        01300000
           05  HS-PRODUCT-CODE         PIC X(4).                        01310000
           05  FILLER                  PIC X(37).                       01320000
                                                                        01330000
       WORKING-STORAGE SECTION.                                         01340000
                                                                        01350000
      *------------------------------------------------------------*    01360000
      *                        WORKING FIELDS                      *    01370000
      *============================================================*    01380000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01390000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01400000
      *------------------------------------------------------------*    01410000
                                                                        01420000
      **************************************************************    01430000
      * SWITCHES FOR END OF FILE, THE TABLE SEARCHES, AND THE      *    01440000
      * CONTROL BREAKS ON THE SORTED HISTORY                       *    01450000
      **************************************************************    01460000
       01  SWITCHES.                                                    01470000
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              01480000
               88  SALESHIST-EOF                VALUE "Y".              01490000
           05  PRODMAST-EOF-SWITCH     PIC X    VALUE "N".              01500000
               88  PRODMAST-EOF                 VALUE "Y".              01510000
           05  BRANCHMAST-EOF-SWITCH   PIC X    VALUE "N".              01520000
               88  BRANCHMAST-EOF               VALUE "Y".              01530000
           05  SALESREPMAST-EOF-SWITCH PIC X    VALUE "N".              01540000
               88  SALESREPMAST-EOF             VALUE "Y".              01550000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              01560000
               88  SORT-EOF                     VALUE "Y".              01570000
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              01580000
               88  TABLE-OVERFLOW               VALUE "Y".              01590000
           05  YEAR-ERROR-SWITCH       PIC X    VALUE "N".              01600000
               88  YEAR-ERROR                   VALUE "Y".              01610000
           05  FIRST-SORT-RECORD-SWITCH PIC X   VALUE "Y".              01620000
               88  FIRST-SORT-RECORD            VALUE "Y".              01630000
           05  BRANCH-FOUND-SWITCH     PIC X    VALUE "N".              01640000
               88  BRANCH-FOUND                 VALUE "Y".              01650000
           05  SALESREP-FOUND-SWITCH   PIC X    VALUE "N".              01660000
               88  SALESREP-FOUND               VALUE "Y".              01670000
           05  PRODUCT-FOUND-SWITCH    PIC X    VALUE "N".              01680000
               88  PRODUCT-FOUND                VALUE "Y".              01690000
           05  REGION-FOUND-SWITCH     PIC X    VALUE "N".              01700000
               88  REGION-FOUND                 VALUE "Y".              01710000
                                                                        01720000
      **************************************************************    01730000
      * CONTROL FIELDS FOR THE REPORT YEAR, THE GROUP BREAKS, AND  *    01740000
      * THE NAMES OF THE GROUPS BEING PRINTED                      *    01750000
      **************************************************************    01760000
       01  CONTROL-FIELDS.                                              01770000
           05  REPORT-YEAR             PIC 9(4)  VALUE ZERO.            01780000
           05  OLD-BRANCH-NUMBER       PIC 9(2)  VALUE ZERO.            01790000
           05  OLD-SALESREP-NUMBER     PIC 9(2)  VALUE ZERO.            01800000
           05  CURRENT-BRANCH-NAME     PIC X(20) VALUE SPACE.           01810000
           05  CURRENT-REGION-CODE     PIC 9(1)  VALUE ZERO.            01820000
           05  CURRENT-REGION-NAME     PIC X(20) VALUE SPACE.           01830000
           05  CURRENT-SALESREP-NAME   PIC X(20) VALUE SPACE.           01840000
           05  PRODUCT-SUB             PIC S9(3) COMP  VALUE ZERO.      01850000
           05  BLOCK-TOTAL-NAME        PIC X(20) VALUE SPACE.           01860000
           05  BLOCK-TOTAL-FLAG        PIC X(4)  VALUE SPACE.           01870000
                                                                        01880000
      **************************************************************    01890000
      * IN-MEMORY COPIES OF BRANCHMAST, SALESREPMAST AND PRODMAST, *    01900000
      * LOADED AT STARTUP SO EVERY NAME IS AT HAND WHEN ITS FIRST  *    01910000
      * HISTORY RECORD COMES BACK FROM THE SORT. A PRODUCT CODE ON *    01920000
      * THE HISTORY THAT PRODMAST DOES NOT HOLD IS ADDED TO THE    *    01930000
      * PRODUCT-TABLE AS IT TURNS UP SO ITS DOLLARS STILL PRINT    *    01940000
      **************************************************************    01950000
       01  BRANCH-TABLE.                                                01960000
           05  BRANCH-TABLE-COUNT      PIC S9(3)  VALUE ZERO.           01970000
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES                       01980000
                   INDEXED BY BT-INDEX.                                 01990000
               10  BT-BRANCH-NUMBER    PIC 9(2).                        02000000
               10  BT-BRANCH-NAME      PIC X(20).                       02010000
               10  BT-REGION-CODE      PIC 9(1).                        02020000
               10  BT-REGION-NAME      PIC X(20).                       02030000
                                                                        02040000
       01  SALESREP-TABLE.                                              02050000
           05  SALESREP-TABLE-COUNT    PIC S9(3)  VALUE ZERO.           02060000
           05  SALESREP-TABLE-ENTRY OCCURS 500 TIMES                    02070000
                   INDEXED BY ST-INDEX.                                 02080000
               10  ST-BRANCH-NUMBER    PIC 9(2).                        02090000
               10  ST-SALESREP-NUMBER  PIC 9(2).                        02100000
               10  ST-SALESREP-NAME    PIC X(20).                       02110000
                                                                        02120000
       01  PRODUCT-TABLE.                                               02130000
           05  PRODUCT-TABLE-COUNT     PIC S9(3)  VALUE ZERO.           02140000
           05  PRODUCT-TABLE-ENTRY OCCURS 300 TIMES                     02150000
                   INDEXED BY PT-INDEX.                                 02160000
               10  PT-PRODUCT-CODE     PIC X(4).                        02170000
               10  PT-PRODUCT-NAME     PIC X(20).                       02180000
               10  PT-MASTER-SWITCH    PIC X.                           02190000
                   88  PT-ON-PRODMAST           VALUE "Y".              02200000
                                                                        02210000
      **************************************************************    02220000
      * SALE, RETURN AND ADJUSTMENT DOLLARS BY PRODUCT LINE, ONE   *    02230000
      * SET PER LEVEL OF THE REPORT. ENTRY N OF EVERY SET BELONGS  *    02240000
      * TO ENTRY N OF THE PRODUCT-TABLE. EVERY SET HAS THE SAME    *    02250000
      * SHAPE SO ANY OF THEM CAN BE MOVED INTO THE MIX SET THAT    *    02260000
      * 500-PRINT-MIX-BLOCK PRINTS FROM. RETURN AMOUNTS ACCUMULATE *    02270000
      * AS THE NEGATIVES THEY POST AS                              *    02280000
      **************************************************************    02290000
       01  SALESREP-PRODUCT-TOTALS.                                     02300000
           05  SALESREP-PRODUCT OCCURS 300 TIMES.                       02310000
               10  SRP-SALE-AMOUNT     PIC S9(7)V99.                    02320000
               10  SRP-RETURN-AMOUNT   PIC S9(7)V99.                    02330000
               10  SRP-ADJUST-AMOUNT   PIC S9(7)V99.                    02340000
                                                                        02350000
       01  BRANCH-PRODUCT-TOTALS.                                       02360000
           05  BRANCH-PRODUCT OCCURS 300 TIMES.                         02370000
               10  BRP-SALE-AMOUNT     PIC S9(7)V99.                    02380000
               10  BRP-RETURN-AMOUNT   PIC S9(7)V99.                    02390000
               10  BRP-ADJUST-AMOUNT   PIC S9(7)V99.                    02400000
                                                                        02410000
       01  GRAND-PRODUCT-TOTALS.                                        02420000
           05  GRAND-PRODUCT OCCURS 300 TIMES.                          02430000
               10  GRP-SALE-AMOUNT     PIC S9(7)V99.                    02440000
               10  GRP-RETURN-AMOUNT   PIC S9(7)V99.                    02450000
               10  GRP-ADJUST-AMOUNT   PIC S9(7)V99.                    02460000
                                                                        02470000
       01  MIX-PRODUCT-TOTALS.                                          02480000
           05  MIX-PRODUCT OCCURS 300 TIMES.                            02490000
               10  MXP-SALE-AMOUNT     PIC S9(7)V99.                    02500000
               10  MXP-RETURN-AMOUNT   PIC S9(7)V99.                    02510000
               10  MXP-ADJUST-AMOUNT   PIC S9(7)V99.                    02520000
                                                                        02530000
      **************************************************************    02540000
      * HOLDS ONE SET OF PRODUCT LINES PER REGION CODE (0-9), FED  *    02550000
      * FROM EVERY BRANCH AS IT CLOSES REGARDLESS OF WHAT ORDER    *    02560000
      * THE BRANCHES FOR THE SAME REGION ARRIVE IN, AND PRINTED    *    02570000
      * ONCE AT THE END OF THE RUN - THE SAME WAY SMX5000 DOES IT  *    02580000
      **************************************************************    02590000
       01  REGION-TABLE.                                                02600000
           05  REGION-TABLE-COUNT      PIC S9(2)  VALUE ZERO.           02610000
           05  REGION-TABLE-ENTRY OCCURS 10 TIMES                       02620000
                   INDEXED BY RGT-INDEX.                                02630000
               10  RGT-REGION-CODE     PIC 9(1).                        02640000
               10  RGT-REGION-NAME     PIC X(20).                       02650000
               10  RGT-PRODUCT-TOTALS.                                  02660000
                   15  RGT-PRODUCT OCCURS 300 TIMES.                    02670000
                       20  RGP-SALE-AMOUNT     PIC S9(7)V99.            02680000
                       20  RGP-RETURN-AMOUNT   PIC S9(7)V99.            02690000
                       20  RGP-ADJUST-AMOUNT   PIC S9(7)V99.            02700000
                                                                        02710000
      **************************************************************    02720000
      * THE TOTALS OF THE BLOCK BEING PRINTED, THE NET AND RATE    *    02730000
      * WORKED OUT FOR EACH LINE OF IT, AND THE NET TAKEN STRAIGHT *    02740000
      * OFF SALESHIST AS IT IS READ - THE FIGURE THE GRAND TOTAL   *    02750000
      * MUST TIE TO                                                *    02760000
      **************************************************************    02770000
       01  TOTAL-FIELDS.                                                02780000
           05  MIX-SALE-TOTAL          PIC S9(7)V99   VALUE ZERO.       02790000
           05  MIX-RETURN-TOTAL        PIC S9(7)V99   VALUE ZERO.       02800000
           05  MIX-ADJUST-TOTAL        PIC S9(7)V99   VALUE ZERO.       02810000
           05  MIX-NET-TOTAL           PIC S9(7)V99   VALUE ZERO.       02820000
           05  LINE-SALE-AMOUNT        PIC S9(7)V99   VALUE ZERO.       02830000
           05  LINE-RETURN-AMOUNT      PIC S9(7)V99   VALUE ZERO.       02840000
           05  LINE-NET-AMOUNT         PIC S9(7)V99   VALUE ZERO.       02850000
           05  RETURN-RATE-WORK        PIC S9(3)V9    VALUE ZERO.       02860000
           05  MIX-PERCENT-WORK        PIC S9(3)V9    VALUE ZERO.       02870000
           05  SELECTED-RECORD-COUNT   PIC 9(7)       VALUE ZERO.       02880000
           05  SELECTED-NET-AMOUNT     PIC S9(9)V99   VALUE ZERO.       02890000
           05  UNKNOWN-PRODUCT-COUNT   PIC 9(7)       VALUE ZERO.       02900000
                                                                        02910000
      **************************************************************    02920000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    02930000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). ANY KEYWORD NOT   *    02940000
      * PRESENT ON THE PARM KEEPS ITS DEFAULT                      *    02950000
      **************************************************************    02960000
       01  RUN-PARM-FIELDS.                                             02970000
           *> THE REPORT YEAR AS YYYY - LEFT AT ZERO WHEN THE PARM      02980000
           *> DOES NOT NAME ONE, WHICH REPORTS THE RUN DATE'S YEAR      02990000
           05  PARM-YEAR            PIC 9(4)     VALUE ZERO.            03000000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            03010000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            03020000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       03030000
                   INDEXED BY PK-INDEX.                                 03040000
               10  PK-RAW-PAIR     PIC X(40).                           03050000
               10  PK-KEY          PIC X(20).                           03060000
               10  PK-VALUE        PIC X(20).                           03070000
                                                                        03080000
      **************************************************************    03090000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    03100000
      **************************************************************    03110000
       01  PRINT-FIELDS.                                                03120000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  03130000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   03140000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   03150000
                                                                        03160000
      **************************************************************    03170000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    03180000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    03190000
      **************************************************************    03200000
       01  CURRENT-DATE-AND-TIME.                                       03210000
           05  CD-YEAR         PIC 9999.                                03220000
           05  CD-MONTH        PIC 99.                                  03230000
           05  CD-DAY          PIC 99.                                  03240000
           05  CD-HOURS        PIC 99.                                  03250000
           05  CD-MINUTES      PIC 99.                                  03260000
           05  FILLER          PIC X(9).                                03270000
                                                                        03280000
      *------------------------------------------------------------*    03290000
      *                       OUTPUT FIELDS                        *    03300000
      *============================================================*    03310000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    03320000
      *                      THE OUTPUT FILE                       *    03330000
      *------------------------------------------------------------*    03340000
                                                                        03350000
      **************************************************************    03360000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    03370000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    03380000
      **************************************************************    03390000
       01  HEADING-LINE-1.                                              03400000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             03410000
           05  HL1-MONTH       PIC 9(2).                                03420000
           05  FILLER          PIC X(1)    VALUE "/".                   03430000
           05  HL1-DAY         PIC 9(2).                                03440000
           05  FILLER          PIC X(1)    VALUE "/".                   03450000
           05  HL1-YEAR        PIC 9(4).                                03460000
           05  FILLER          PIC X(13)   VALUE SPACE.                 03470000
           05  HL1-REPORT-TITLE PIC X(40).                              03480000
           05  FILLER          PIC X(12)   VALUE SPACE.                 03490000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            03500000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                03510000
           05  FILLER          PIC X(36)   VALUE SPACE.                 03520000
                                                                        03530000
      **************************************************************    03540000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    03550000
      * HOLDS THE TIME, THE REPORT YEAR, AND THE PROGRAM ID        *    03560000
      **************************************************************    03570000
       01  HEADING-LINE-2.                                              03580000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             03590000
           05  HL2-HOURS       PIC 9(2).                                03600000
           05  FILLER          PIC X(1)    VALUE ":".                   03610000
           05  HL2-MINUTES     PIC 9(2).                                03620000
           05  FILLER          PIC X(14)   VALUE SPACE.                 03630000
           05  FILLER          PIC X(14)   VALUE "REPORT YEAR:  ".      03640000
           05  HL2-REPORT-YEAR PIC 9(4).                                03650000
           05  FILLER          PIC X(36)   VALUE SPACE.                 03660000
           05  FILLER          PIC X(10)   VALUE "PMX5000".             03670000
           05  FILLER          PIC X(39)   VALUE SPACE.                 03680000
                                                                        03690000
      **************************************************************    03700000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    03710000
      **************************************************************    03720000
       01  HEADING-LINE-3.                                              03730000
           05 FILLER               PIC X(130)   VALUE SPACE.            03740000
                                                                        03750000
      **************************************************************    03760000
      * STORES THE FOURTH HEADER LINE INFORMATION                  *    03770000
      * HOLDS THE DIFFERENT COLUMN NAMES - SOME ARE SPLIT ACROSS   *    03780000
      * THE NEXT HEADER LINE                                       *    03790000
      **************************************************************    03800000
       01  HEADING-LINE-4.                                              03810000
           05  FILLER      PIC X(8)    VALUE "  PROD  ".                03820000
           05  FILLER      PIC X(22)   VALUE "PRODUCT LINE".            03830000
           05  FILLER      PIC X(15)   VALUE "        GROSS  ".         03840000
           05  FILLER      PIC X(15)   VALUE "               ".         03850000
           05  FILLER      PIC X(15)   VALUE "               ".         03860000
           05  FILLER      PIC X(15)   VALUE "          NET  ".         03870000
           05  FILLER      PIC X(12)   VALUE "   RETURN   ".            03880000
           05  FILLER      PIC X(6)    VALUE "   MIX".                  03890000
           05  FILLER      PIC X(22)   VALUE SPACE.                     03900000
                                                                        03910000
      **************************************************************    03920000
      * STORES THE FIFTH HEADER LINE INFORMATION                   *    03930000
      * HOLDS SOME OF THE COLUMN NAMES AS WELL AS THE OTHER HALF   *    03940000
      * OF COLUMN NAMES THAT STARTED IN THE LAST HEADER LINE       *    03950000
      **************************************************************    03960000
       01  HEADING-LINE-5.                                              03970000
           05  FILLER      PIC X(8)    VALUE "  CODE  ".                03980000
           05  FILLER      PIC X(22)   VALUE SPACE.                     03990000
           05  FILLER      PIC X(15)   VALUE "        SALES  ".         04000000
           05  FILLER      PIC X(15)   VALUE "      RETURNS  ".         04010000
           05  FILLER      PIC X(15)   VALUE "  ADJUSTMENTS  ".         04020000
           05  FILLER      PIC X(15)   VALUE "        SALES  ".         04030000
           05  FILLER      PIC X(12)   VALUE "     RATE   ".            04040000
           05  FILLER      PIC X(6)    VALUE "   PCT".                  04050000
           05  FILLER      PIC X(22)   VALUE SPACE.                     04060000
                                                                        04070000
      **************************************************************    04080000
      * STORES THE SIXTH HEADER LINE WHICH IS USED FOR SPACING     *    04090000
      **************************************************************    04100000
       01  HEADING-LINE-6.                                              04110000
           05  FILLER      PIC X(130)  VALUE SPACES.                    04120000
                                                                        04130000
      **************************************************************    04140000
      * STORES THE LINE THAT OPENS EACH BLOCK - WHICH SALESREP,    *    04150000
      * BRANCH, REGION OR THE COMPANY THE PRODUCT LINES BELOW      *    04160000
      * BELONG TO                                                  *    04170000
      **************************************************************    04180000
       01  BLOCK-HEADING-LINE.                                          04190000
           05  FILLER              PIC X(2)     VALUE SPACE.            04200000
           05  BHL-LEVEL-TEXT      PIC X(10).                           04210000
           05  BHL-GROUP-NUMBER    PIC X(5).                            04220000
           05  FILLER              PIC X(1)     VALUE SPACE.            04230000
           05  BHL-GROUP-NAME      PIC X(20).                           04240000
           05  BHL-PARENT-TEXT     PIC X(9).                            04250000
           05  BHL-PARENT-NUMBER   PIC X(2).                            04260000
           05  FILLER              PIC X(1)     VALUE SPACE.            04270000
           05  BHL-PARENT-NAME     PIC X(20).                           04280000
           05  FILLER              PIC X(60)    VALUE SPACE.            04290000
                                                                        04300000
      **************************************************************    04310000
      * THE BRANCH AND SALESREP NUMBERS TOGETHER AS ONE GROUP      *    04320000
      * NUMBER FOR THE SALESREP BLOCK'S HEADING                    *    04330000
      **************************************************************    04340000
       01  SALESREP-GROUP-NUMBER.                                       04350000
           05  SGN-BRANCH-NUMBER   PIC 9(2).                            04360000
           05  FILLER              PIC X(1)     VALUE "-".              04370000
           05  SGN-SALESREP-NUMBER PIC 9(2).                            04380000
                                                                        04390000
      **************************************************************    04400000
      * STORES ONE PRODUCT LINE OF A BLOCK - GROSS SALES, RETURNS, *    04410000
      * ADJUSTMENTS AND NET WITH THE RETURN RATE (RETURN DOLLARS   *    04420000
      * GIVEN BACK PER HUNDRED DOLLARS SOLD) AND THE MIX PERCENT   *    04430000
      * (THE LINE'S SHARE OF THE BLOCK'S NET SALES). THE BLOCK'S   *    04440000
      * TOTAL LINE USES THE SAME COLUMNS                           *    04450000
      **************************************************************    04460000
       01  PRODUCT-MIX-LINE.                                            04470000
           05  FILLER              PIC X(2)     VALUE SPACE.            04480000
           05  PML-PRODUCT-CODE    PIC X(4).                            04490000
           05  FILLER              PIC X(2)     VALUE SPACE.            04500000
           05  PML-PRODUCT-NAME    PIC X(20).                           04510000
           05  FILLER              PIC X(2)     VALUE SPACE.            04520000
           05  PML-SALE-AMOUNT     PIC Z,ZZZ,ZZ9.99-.                   04530000
           05  FILLER              PIC X(2)     VALUE SPACE.            04540000
           05  PML-RETURN-AMOUNT   PIC Z,ZZZ,ZZ9.99-.                   04550000
           05  FILLER              PIC X(2)     VALUE SPACE.            04560000
           05  PML-ADJUST-AMOUNT   PIC Z,ZZZ,ZZ9.99-.                   04570000
           05  FILLER              PIC X(2)     VALUE SPACE.            04580000
           05  PML-NET-AMOUNT      PIC Z,ZZZ,ZZ9.99-.                   04590000
           05  FILLER              PIC X(3)     VALUE SPACE.            04600000
           05  PML-RETURN-RATE     PIC ZZ9.9-.                          04610000
           05  FILLER              PIC X(3)     VALUE SPACE.            04620000
           05  PML-MIX-PERCENT     PIC ZZ9.9-.                          04630000
           05  PML-TOTAL-FLAG      PIC X(4).                            04640000
           05  FILLER              PIC X(20)    VALUE SPACE.            04650000
                                                                        04660000
      **************************************************************    04670000
      * RULES OFF THE PRODUCT LINES FROM THE BLOCK'S TOTAL LINE    *    04680000
      **************************************************************    04690000
       01  TOTAL-RULE-LINE.                                             04700000
           05  FILLER              PIC X(30)    VALUE SPACE.            04710000
           05  FILLER              PIC X(60)    VALUE ALL "-".          04720000
           05  FILLER              PIC X(40)    VALUE SPACE.            04730000
                                                                        04740000
      **************************************************************    04750000
      * STORES THE LINE PRINTED WHEN THE HISTORY FILE HAS NOTHING  *    04760000
      * FOR THE REPORT YEAR AT ALL                                 *    04770000
      **************************************************************    04780000
       01  EMPTY-FILE-LINE.                                             04790000
           05  FILLER              PIC X(2)     VALUE SPACE.            04800000
           05  FILLER              PIC X(48)    VALUE                   04810000
               "*** NO HISTORY FOR THE REPORT YEAR - NOTHING ".         04820000
           05  FILLER              PIC X(13)    VALUE "TO REPORT ***".  04830000
           05  FILLER              PIC X(67)    VALUE SPACE.            04840000
                                                                        04850000
       LINKAGE SECTION.                                                 04860000
                                                                        04870000
      **************************************************************    04880000
      * THE RUN PARM FROM THE JCL EXEC STATEMENT, E.G.             *    04890000
      * "YEAR=2025". A RUN WITH NO PARM CODED REPORTS THE YEAR OF  *    04900000
      * THE RUN DATE. PARM-LENGTH IS THE 2-BYTE BINARY HALFWORD    *    04910000
      * MVS PLACES AHEAD OF THE PARM TEXT ITSELF - PARM-DATA MUST  *    04920000
      * NEVER BE SCANNED PAST PARM-LENGTH BYTES                    *    04930000
      **************************************************************    04940000
       01  RUN-PARM-AREA.                                               04950000
           05  PARM-LENGTH         PIC S9(4) COMP.                      04960000
           05  PARM-DATA           PIC X(80).                           04970000
                                                                        04980000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          04990000
                                                                        05000000
      **************************************************************    05010000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    05020000
      * LOADING THE TABLES, SORTING THE REPORT-YEAR HISTORY, AND   *    05030000
      * PRINTING THE SALESREP, BRANCH, REGION AND COMPANY MIX      *    05040000
      **************************************************************    05050000
       000-PRINT-PRODUCT-MIX.                                           05060000
                                                                        05070000
           PERFORM 010-PARSE-RUN-PARM.                                  05080000
                                                                        05090000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        05100000
           *> LINES AND SETTLES WHICH YEAR IS BEING REPORTED            05110000
           PERFORM 100-FORMAT-REPORT-HEADING.                           05120000
                                                                        05130000
           OPEN INPUT BRANCHMAST                                        05140000
                      SALESREPMAST                                      05150000
                      PRODMAST.                                         05160000
                                                                        05170000
           PERFORM 105-LOAD-BRANCH-TABLE.                               05180000
           PERFORM 108-LOAD-SALESREP-TABLE.                             05190000
           PERFORM 115-LOAD-PRODUCT-TABLE.                              05200000
                                                                        05210000
           CLOSE BRANCHMAST                                             05220000
                 SALESREPMAST                                           05230000
                 PRODMAST.                                              05240000
                                                                        05250000
           EVALUATE TRUE                                                05260000
               WHEN TABLE-OVERFLOW                                      05270000
                   MOVE 16 TO RETURN-CODE                               05280000
               WHEN YEAR-ERROR                                          05290000
                   DISPLAY "PMX5000 - RUN ABORTED - YEAR PARM NOT "     05300000
                       "A VALID YYYY"                                   05310000
                   MOVE 16 TO RETURN-CODE                               05320000
               WHEN OTHER                                               05330000
                   OPEN OUTPUT PMXRPT                                   05340000
                   OPEN INPUT SALESHIST                                 05350000
                   SORT SORT-FILE                                       05360000
                       ON ASCENDING KEY HS-BRANCH-NUMBER                05370000
                                        HS-SALESREP-NUMBER              05380000
                       INPUT PROCEDURE IS 200-SELECT-HISTORY            05390000
                       OUTPUT PROCEDURE IS 400-BUILD-PRODUCT-MIX        05400000
                   CLOSE SALESHIST                                      05410000
                   *> RETURN CODES ARE SET HERE, AFTER THE SORT HAS     05420000
                   *> FINISHED, SO THE SORT'S OWN RETURN CODE CANNOT    05430000
                   *> REPLACE THEM                                      05440000
                   EVALUATE TRUE                                        05450000
                       WHEN TABLE-OVERFLOW                              05460000
                           MOVE 16 TO RETURN-CODE                       05470000
                       WHEN FIRST-SORT-RECORD                           05480000
                           MOVE 4 TO RETURN-CODE                        05490000
                       WHEN OTHER                                       05500000
                           PERFORM 300-PRINT-REGION-TOTALS              05510000
                           PERFORM 310-PRINT-GRAND-TOTALS               05520000
                   END-EVALUATE                                         05530000
                   CLOSE PMXRPT                                         05540000
                   DISPLAY "PMX5000 - HISTORY RECORDS SELECTED  "       05550000
                       SELECTED-RECORD-COUNT                            05560000
                   DISPLAY "PMX5000 - UNKNOWN PRODUCT RECORDS   "       05570000
                       UNKNOWN-PRODUCT-COUNT                            05580000
           END-EVALUATE.                                                05590000
                                                                        05600000
           STOP RUN.                                                    05610000
                                                                        05620000
      **************************************************************    05630000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    05640000
      * APPLIES EACH ONE. A RUN WITH NO PARM LEAVES EVERY FIELD IN *    05650000
      * RUN-PARM-FIELDS AT ITS DEFAULT VALUE                       *    05660000
      **************************************************************    05670000
       010-PARSE-RUN-PARM.                                              05680000
                                                                        05690000
           IF PARM-LENGTH > ZERO                                        05700000
               MOVE 1 TO PARM-POINTER                                   05710000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         05720000
                   UNTIL PARM-POINTER > PARM-LENGTH                     05730000
                      OR PARM-KEYWORD-COUNT >= 10                       05740000
               PERFORM 012-APPLY-PARM-KEYWORDS                          05750000
                   VARYING PK-INDEX FROM 1 BY 1                         05760000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  05770000
           END-IF.                                                      05780000
                                                                        05790000
      **************************************************************    05800000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    05810000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    05820000
      **************************************************************    05830000
       011-EXTRACT-PARM-SEGMENT.                                        05840000
                                                                        05850000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 05860000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          05870000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        05880000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           05890000
               INTO PK-RAW-PAIR(PK-INDEX)                               05900000
               WITH POINTER PARM-POINTER                                05910000
           END-UNSTRING.                                                05920000
           PERFORM 013-SPLIT-PARM-PAIR.                                 05930000
                                                                        05940000
      **************************************************************    05950000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    05960000
      **************************************************************    05970000
       013-SPLIT-PARM-PAIR.                                             05980000
                                                                        05990000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             06000000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           06010000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              06020000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 06030000
           END-UNSTRING.                                                06040000
                                                                        06050000
      **************************************************************    06060000
      * APPLIES ONE RECOGNIZED PARM KEYWORD TO ITS RUN-PARM-FIELDS *    06070000
      * ITEM. UNRECOGNIZED KEYWORDS ARE IGNORED. A YEAR THAT IS    *    06080000
      * NOT FOUR DIGITS STOPS THE RUN RATHER THAN REPORT A YEAR    *    06090000
      * NOBODY ASKED FOR                                           *    06100000
      **************************************************************    06110000
       012-APPLY-PARM-KEYWORDS.                                         06120000
                                                                        06130000
           EVALUATE PK-KEY(PK-INDEX)                                    06140000
               WHEN "YEAR"                                              06150000
                   IF PK-VALUE(PK-INDEX)(1:4) IS NUMERIC                06160000
                      AND PK-VALUE(PK-INDEX)(5:16) = SPACES             06170000
                       MOVE PK-VALUE(PK-INDEX)(1:4) TO PARM-YEAR        06180000
                   ELSE                                                 06190000
                       MOVE "Y" TO YEAR-ERROR-SWITCH                    06200000
                   END-IF                                               06210000
               WHEN OTHER                                               06220000
                   CONTINUE                                             06230000
           END-EVALUATE.                                                06240000
                                                                        06250000
      **************************************************************    06260000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    06270000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND SETTLES  *    06280000
      * THE REPORT YEAR - THE PARM'S YEAR IF ONE WAS GIVEN,        *    06290000
      * OTHERWISE THE YEAR OF THE RUN DATE                         *    06300000
      **************************************************************    06310000
       100-FORMAT-REPORT-HEADING.                                       06320000
                                                                        06330000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         06340000
                                                                        06350000
           MOVE CD-MONTH   TO HL1-MONTH.                                06360000
           MOVE CD-DAY     TO HL1-DAY.                                  06370000
           MOVE CD-YEAR    TO HL1-YEAR.                                 06380000
           MOVE CD-HOURS   TO HL2-HOURS.                                06390000
           MOVE CD-MINUTES TO HL2-MINUTES.                              06400000
                                                                        06410000
           IF PARM-YEAR = ZERO                                          06420000
               MOVE CD-YEAR TO REPORT-YEAR                              06430000
           ELSE                                                         06440000
               MOVE PARM-YEAR TO REPORT-YEAR                            06450000
           END-IF.                                                      06460000
                                                                        06470000
           IF REPORT-YEAR < 1901                                        06480000
               MOVE "Y" TO YEAR-ERROR-SWITCH                            06490000
           END-IF.                                                      06500000
                                                                        06510000
           MOVE REPORT-YEAR TO HL2-REPORT-YEAR.                         06520000
           MOVE "PRODUCT MIX BY SALESREP AND BRANCH"                    06530000
               TO HL1-REPORT-TITLE.                                     06540000
                                                                        06550000
      **************************************************************    06560000
      * READS EVERY RECORD ON BRANCHMAST INTO THE BRANCH-TABLE SO  *    06570000
      * THE BRANCH NAME AND REGION ARE AVAILABLE WHEN WE NEED THEM *    06580000
      **************************************************************    06590000
       105-LOAD-BRANCH-TABLE.                                           06600000
                                                                        06610000
           PERFORM 106-READ-BRANCH-RECORD.                              06620000
           PERFORM 107-STORE-BRANCH-TABLE-ENTRY UNTIL BRANCHMAST-EOF.   06630000
                                                                        06640000
      **************************************************************    06650000
      * READS A LINE OF THE BRANCH REFERENCE FILE AND IF ITS THE   *    06660000
      * LAST ONE UPDATES THE BRANCHMAST-EOF-SWITCH                 *    06670000
      **************************************************************    06680000
       106-READ-BRANCH-RECORD.                                          06690000
                                                                        06700000
           READ BRANCHMAST                                              06710000
               AT END                                                   06720000
                   MOVE "Y" TO BRANCHMAST-EOF-SWITCH.                   06730000
                                                                        06740000
      **************************************************************    06750000
      * ADDS THE BRANCH WE JUST READ TO THE BRANCH-TABLE THEN      *    06760000
      * READS THE NEXT ONE                                         *    06770000
      **************************************************************    06780000
       107-STORE-BRANCH-TABLE-ENTRY.                                    06790000
                                                                        06800000
           *> BRANCH-TABLE ONLY HOLDS 50 ENTRIES - ABORT RATHER THAN    06810000
           *> OVERRUN IT IF BRANCHMAST EVER GROWS PAST THAT             06820000
           IF BRANCH-TABLE-COUNT >= 50                                  06830000
               DISPLAY "PMX5000 - RUN ABORTED - BRANCH-TABLE FULL"      06840000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        06850000
               MOVE "Y" TO BRANCHMAST-EOF-SWITCH                        06860000
           ELSE                                                         06870000
               ADD 1 TO BRANCH-TABLE-COUNT                              06880000
               SET BT-INDEX TO BRANCH-TABLE-COUNT                       06890000
               MOVE BM-BRANCH-NUMBER TO BT-BRANCH-NUMBER(BT-INDEX)      06900000
               MOVE BM-BRANCH-NAME   TO BT-BRANCH-NAME(BT-INDEX)        06910000
               MOVE BM-REGION-CODE   TO BT-REGION-CODE(BT-INDEX)        06920000
               MOVE BM-REGION-NAME   TO BT-REGION-NAME(BT-INDEX)        06930000
               PERFORM 106-READ-BRANCH-RECORD                           06940000
           END-IF.                                                      06950000
                                                                        06960000
      **************************************************************    06970000
      * READS EVERY RECORD ON SALESREPMAST INTO THE SALESREP-TABLE *    06980000
      * SO THE SALESREP NAME IS AVAILABLE WHEN WE NEED IT          *    06990000
      **************************************************************    07000000
       108-LOAD-SALESREP-TABLE.                                         07010000
                                                                        07020000
           PERFORM 109-READ-SALESREP-RECORD.                            07030000
           PERFORM 110-STORE-SALESREP-TABLE-ENTRY                       07040000
               UNTIL SALESREPMAST-EOF.                                  07050000
                                                                        07060000
      **************************************************************    07070000
      * READS A LINE OF THE SALESREP REFERENCE FILE AND IF ITS THE *    07080000
      * LAST ONE UPDATES THE SALESREPMAST-EOF-SWITCH               *    07090000
      **************************************************************    07100000
       109-READ-SALESREP-RECORD.                                        07110000
                                                                        07120000
           READ SALESREPMAST                                            07130000
               AT END                                                   07140000
                   MOVE "Y" TO SALESREPMAST-EOF-SWITCH.                 07150000
                                                                        07160000
      **************************************************************    07170000
      * ADDS THE SALESREP WE JUST READ TO THE SALESREP-TABLE THEN  *    07180000
      * READS THE NEXT ONE                                         *    07190000
      **************************************************************    07200000
       110-STORE-SALESREP-TABLE-ENTRY.                                  07210000
                                                                        07220000
           *> SALESREP-TABLE ONLY HOLDS 500 ENTRIES - ABORT RATHER      07230000
           *> THAN OVERRUN IT IF SALESREPMAST EVER GROWS PAST THAT      07240000
           IF SALESREP-TABLE-COUNT >= 500                               07250000
               DISPLAY "PMX5000 - RUN ABORTED - SALESREP-TABLE FULL"    07260000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        07270000
               MOVE "Y" TO SALESREPMAST-EOF-SWITCH                      07280000
           ELSE                                                         07290000
               ADD 1 TO SALESREP-TABLE-COUNT                            07300000
               SET ST-INDEX TO SALESREP-TABLE-COUNT                     07310000
               MOVE SM-BRANCH-NUMBER   TO ST-BRANCH-NUMBER(ST-INDEX)    07320000
               MOVE SM-SALESREP-NUMBER TO ST-SALESREP-NUMBER(ST-INDEX)  07330000
               MOVE SM-SALESREP-NAME   TO ST-SALESREP-NAME(ST-INDEX)    07340000
               PERFORM 109-READ-SALESREP-RECORD                         07350000
           END-IF.                                                      07360000
                                                                        07370000
      **************************************************************    07380000
      * READS EVERY RECORD ON PRODMAST INTO THE PRODUCT-TABLE SO   *    07390000
      * THE PRODUCT NAME IS AVAILABLE WHEN WE NEED IT              *    07400000
      **************************************************************    07410000
       115-LOAD-PRODUCT-TABLE.                                          07420000
                                                                        07430000
           PERFORM 116-READ-PRODUCT-RECORD.                             07440000
           PERFORM 117-STORE-PRODUCT-TABLE-ENTRY                        07450000
               UNTIL PRODMAST-EOF.                                      07460000
                                                                        07470000
      **************************************************************    07480000
      * READS A LINE OF THE PRODUCT REFERENCE FILE AND IF ITS THE  *    07490000
      * LAST ONE UPDATES THE PRODMAST-EOF-SWITCH                   *    07500000
      **************************************************************    07510000
       116-READ-PRODUCT-RECORD.                                         07520000
                                                                        07530000
           READ PRODMAST                                                07540000
               AT END                                                   07550000
                   MOVE "Y" TO PRODMAST-EOF-SWITCH.                     07560000
                                                                        07570000
      **************************************************************    07580000
      * ADDS THE PRODUCT WE JUST READ TO THE PRODUCT-TABLE THEN    *    07590000
      * READS THE NEXT ONE                                         *    07600000
      **************************************************************    07610000
       117-STORE-PRODUCT-TABLE-ENTRY.                                   07620000
                                                                        07630000
           *> PRODUCT-TABLE HOLDS 300 ENTRIES - THE 200 PRODMAST        07640000
           *> CAN CARRY AND ROOM FOR THE CODES ONLY SALESHIST HAS -     07650000
           *> ABORT RATHER THAN OVERRUN IT IF THAT IS EVER NOT ENOUGH   07650001
           IF PRODUCT-TABLE-COUNT >= 300                                07660000
               DISPLAY "PMX5000 - RUN ABORTED - PRODUCT-TABLE FULL"     07670000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        07680000
               MOVE "Y" TO PRODMAST-EOF-SWITCH                          07690000
           ELSE                                                         07700000
               ADD 1 TO PRODUCT-TABLE-COUNT                             07710000
               SET PT-INDEX TO PRODUCT-TABLE-COUNT                      07720000
               MOVE PM-PRODUCT-CODE TO PT-PRODUCT-CODE(PT-INDEX)        07730000
               MOVE PM-PRODUCT-NAME TO PT-PRODUCT-NAME(PT-INDEX)        07740000
               MOVE "Y" TO PT-MASTER-SWITCH(PT-INDEX)                   07750000
               PERFORM 116-READ-PRODUCT-RECORD                          07760000
           END-IF.                                                      07770000
                                                                        07780000
      **************************************************************    07790000
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE HISTORY     *    07800000
      * FILE AND RELEASES ONLY THE REPORT-YEAR RECORDS             *    07810000
      **************************************************************    07820000
       200-SELECT-HISTORY.                                              07830000
                                                                        07840000
           PERFORM 210-READ-HISTORY-RECORD.                             07850000
           PERFORM 215-SELECT-ONE-RECORD UNTIL SALESHIST-EOF.           07860000
                                                                        07870000
      **************************************************************    07880000
      * READS A LINE OF THE HISTORY FILE AND IF ITS THE LAST ONE   *    07890000
      * UPDATES THE SALESHIST-EOF-SWITCH                           *    07900000
      **************************************************************    07910000
       210-READ-HISTORY-RECORD.                                         07920000
                                                                        07930000
           READ SALESHIST                                               07940000
               AT END                                                   07950000
                   MOVE "Y" TO SALESHIST-EOF-SWITCH.                    07960000
                                                                        07970000
      **************************************************************    07980000
      * RELEASES THE HISTORY RECORD JUST READ IF IT BELONGS TO THE *    07990000
      * REPORT YEAR, THEN READS THE NEXT ONE                       *    08000000
      **************************************************************    08010000
       215-SELECT-ONE-RECORD.                                           08020000
                                                                        08030000
           IF SH-INVOICE-DATE(1:4) = REPORT-YEAR                        08040000
               RELEASE SORT-RECORD FROM SALES-HISTORY-RECORD            08050000
               ADD 1 TO SELECTED-RECORD-COUNT                           08060000
               ADD SH-SALE-AMOUNT TO SELECTED-NET-AMOUNT                08070000
           END-IF.                                                      08080000
                                                                        08090000
           PERFORM 210-READ-HISTORY-RECORD.                             08100000
                                                                        08110000
      **************************************************************    08120000
      * WRITES ONE LINE TO THE REPORT AND COUNTS IT AGAINST THE    *    08130000
      * CURRENT PAGE                                               *    08140000
      **************************************************************    08150000
       225-WRITE-REPORT-LINE.                                           08160000
           WRITE PMXRPT-PRINT-AREA.                                     08170000
           ADD 1 TO LINE-COUNT.                                         08180000
                                                                        08190000
      **************************************************************    08200000
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE    *    08210000
      * FOR EVERY PAGE                                             *    08220000
      **************************************************************    08230000
       230-PRINT-HEADING-LINES.                                         08240000
                                                                        08250000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             08260000
           *> SO WE INCREASE THE PAGE COUNT HERE                        08270000
           ADD 1 TO PAGE-COUNT.                                         08280000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      08290000
                                                                        08300000
           *> PRINT EACH HEADER LINE TO THE OUTPUT FILE                 08310000
           MOVE HEADING-LINE-1 TO PMXRPT-PRINT-AREA.                    08320000
           WRITE PMXRPT-PRINT-AREA.                                     08330000
           MOVE HEADING-LINE-2 TO PMXRPT-PRINT-AREA.                    08340000
           WRITE PMXRPT-PRINT-AREA.                                     08350000
           MOVE HEADING-LINE-3 TO PMXRPT-PRINT-AREA.                    08360000
           WRITE PMXRPT-PRINT-AREA.                                     08370000
           MOVE HEADING-LINE-4 TO PMXRPT-PRINT-AREA.                    08380000
           WRITE PMXRPT-PRINT-AREA.                                     08390000
           MOVE HEADING-LINE-5 TO PMXRPT-PRINT-AREA.                    08400000
           WRITE PMXRPT-PRINT-AREA.                                     08410000
           MOVE HEADING-LINE-6 TO PMXRPT-PRINT-AREA.                    08420000
           WRITE PMXRPT-PRINT-AREA.                                     08430000
                                                                        08440000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    08450000
           *> OF A NEW PAGE                                             08460000
           MOVE ZERO TO LINE-COUNT.                                     08470000
                                                                        08480000
      **************************************************************    08490000
      * PRINTS ONE BLOCK PER REGION ON A FRESH PAGE ONCE EVERY     *    08500000
      * BRANCH HAS BEEN ROLLED INTO THE REGION-TABLE               *    08510000
      **************************************************************    08520000
       300-PRINT-REGION-TOTALS.                                         08530000
                                                                        08540000
           MOVE "PRODUCT MIX - REGION AND COMPANY TOTALS"               08550000
               TO HL1-REPORT-TITLE.                                     08560000
           PERFORM 230-PRINT-HEADING-LINES.                             08570000
                                                                        08580000
           PERFORM 305-PRINT-ONE-REGION                                 08590000
               VARYING RGT-INDEX FROM 1 BY 1                            08600000
               UNTIL RGT-INDEX > REGION-TABLE-COUNT.                    08610000
                                                                        08620000
      **************************************************************    08630000
      * PRINTS THE BLOCK FOR ONE REGION-TABLE ENTRY                *    08640000
      **************************************************************    08650000
       305-PRINT-ONE-REGION.                                            08660000
                                                                        08670000
           MOVE SPACES                     TO BLOCK-HEADING-LINE.       08680000
           MOVE "REGION"                   TO BHL-LEVEL-TEXT.           08690000
           MOVE RGT-REGION-CODE(RGT-INDEX) TO BHL-GROUP-NUMBER.         08700000
           MOVE RGT-REGION-NAME(RGT-INDEX) TO BHL-GROUP-NAME.           08710000
           MOVE RGT-PRODUCT-TOTALS(RGT-INDEX) TO MIX-PRODUCT-TOTALS.    08720000
           MOVE "REGION TOTAL"             TO BLOCK-TOTAL-NAME.         08730000
           MOVE " ** "                     TO BLOCK-TOTAL-FLAG.         08740000
           PERFORM 500-PRINT-MIX-BLOCK.                                 08750000
                                                                        08760000
      **************************************************************    08770000
      * PRINTS THE COMPANY GRAND TOTAL BLOCK ON ITS OWN PAGE AND   *    08780000
      * PROVES IT AGAINST THE NET TAKEN OFF SALESHIST AS IT WAS    *    08790000
      * READ. A MIX THAT DOES NOT TIE ENDS THE RUN RC=16 SO        *    08800000
      * NOBODY PLANS FROM IT                                       *    08810000
      **************************************************************    08820000
       310-PRINT-GRAND-TOTALS.                                          08830000
                                                                        08840000
           PERFORM 230-PRINT-HEADING-LINES.                             08850000
                                                                        08860000
           MOVE SPACES                TO BLOCK-HEADING-LINE.            08870000
           MOVE "COMPANY"             TO BHL-LEVEL-TEXT.                08880000
           MOVE "ALL BRANCHES"        TO BHL-GROUP-NAME.                08890000
           MOVE GRAND-PRODUCT-TOTALS  TO MIX-PRODUCT-TOTALS.            08900000
           MOVE "GRAND TOTAL"         TO BLOCK-TOTAL-NAME.              08910000
           MOVE " ***"                TO BLOCK-TOTAL-FLAG.              08920000
           PERFORM 500-PRINT-MIX-BLOCK.                                 08930000
                                                                        08940000
           IF MIX-NET-TOTAL NOT = SELECTED-NET-AMOUNT                   08950000
               DISPLAY "PMX5000 - RUN ABORTED - GRAND TOTAL DOES "      08960000
                   "NOT TIE TO SALESHIST"                               08970000
               MOVE 16 TO RETURN-CODE                                   08980000
           END-IF.                                                      08990000
                                                                        09000000
      **************************************************************    09010000
      * OUTPUT PROCEDURE FOR THE SORT - TAKES THE SELECTED HISTORY *    09020000
      * BACK IN BRANCH/SALESREP ORDER AND ROLLS EACH RECORD INTO   *    09030000
      * ITS PRODUCT LINE, BREAKING ON SALESREP AND BRANCH          *    09040000
      **************************************************************    09050000
       400-BUILD-PRODUCT-MIX.                                           09060000
                                                                        09070000
           MOVE ZERO TO GRAND-PRODUCT-TOTALS.                           09080000
                                                                        09090000
           PERFORM 420-RETURN-NEXT-RECORD.                              09100000
           PERFORM 410-PROCESS-ONE-RECORD UNTIL SORT-EOF.               09110000
                                                                        09120000
           EVALUATE TRUE                                                09130000
               WHEN TABLE-OVERFLOW                                      09140000
                   CONTINUE                                             09150000
               WHEN FIRST-SORT-RECORD                                   09160000
                   PERFORM 230-PRINT-HEADING-LINES                      09170000
                   MOVE EMPTY-FILE-LINE TO PMXRPT-PRINT-AREA            09180000
                   PERFORM 225-WRITE-REPORT-LINE                        09190000
               WHEN OTHER                                               09200000
                   PERFORM 445-CLOSE-SALESREP                           09210000
                   PERFORM 450-CLOSE-BRANCH                             09220000
           END-EVALUATE.                                                09230000
                                                                        09240000
      **************************************************************    09250000
      * HANDLES THE GROUP BREAKS FOR ONE SORTED HISTORY RECORD,    *    09260000
      * ROLLS IT INTO ITS PRODUCT LINE BY TYPE, AND TAKES THE NEXT *    09270000
      * ONE. A RECORD POSTED BEFORE TYPE CODES EXISTED CARRIES A   *    09280000
      * SPACE AND COUNTS AS A SALE                                 *    09290000
      **************************************************************    09300000
       410-PROCESS-ONE-RECORD.                                          09310000
                                                                        09320000
           EVALUATE TRUE                                                09330000
               WHEN FIRST-SORT-RECORD                                   09340000
                   MOVE "N" TO FIRST-SORT-RECORD-SWITCH                 09350000
                   PERFORM 425-START-BRANCH-GROUP                       09360000
                   PERFORM 430-START-SALESREP-GROUP                     09370000
               WHEN HS-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER            09380000
                   PERFORM 445-CLOSE-SALESREP                           09390000
                   PERFORM 450-CLOSE-BRANCH                             09400000
                   PERFORM 425-START-BRANCH-GROUP                       09410000
                   PERFORM 430-START-SALESREP-GROUP                     09420000
               WHEN HS-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER        09430000
                   PERFORM 445-CLOSE-SALESREP                           09440000
                   PERFORM 430-START-SALESREP-GROUP                     09450000
               WHEN OTHER                                               09460000
                   CONTINUE                                             09470000
           END-EVALUATE.                                                09480000
                                                                        09490000
           PERFORM 435-FIND-OR-ADD-PRODUCT.                             09500000
                                                                        09510000
           *> A FULL PRODUCT TABLE HAS ALREADY ENDED THE RETURNS        09520000
           IF NOT TABLE-OVERFLOW                                        09530000
               EVALUATE TRUE                                            09540000
                   WHEN HS-RETURN-TRANSACTION                           09550000
                       ADD HS-SALE-AMOUNT                               09560000
                           TO SRP-RETURN-AMOUNT(PRODUCT-SUB)            09570000
                   WHEN HS-ADJUSTMENT-TRANSACTION                       09580000
                       ADD HS-SALE-AMOUNT                               09590000
                           TO SRP-ADJUST-AMOUNT(PRODUCT-SUB)            09600000
                   WHEN OTHER                                           09610000
                       ADD HS-SALE-AMOUNT                               09620000
                           TO SRP-SALE-AMOUNT(PRODUCT-SUB)              09630000
               END-EVALUATE                                             09640000
               PERFORM 420-RETURN-NEXT-RECORD                           09650000
           END-IF.                                                      09660000
                                                                        09670000
      **************************************************************    09680000
      * TAKES THE NEXT SORTED HISTORY RECORD AND IF ITS THE LAST   *    09690000
      * ONE UPDATES THE SORT-EOF-SWITCH                            *    09700000
      **************************************************************    09710000
       420-RETURN-NEXT-RECORD.                                          09720000
                                                                        09730000
           RETURN SORT-FILE                                             09740000
               AT END                                                   09750000
                   MOVE "Y" TO SORT-EOF-SWITCH.                         09760000
                                                                        09770000
      **************************************************************    09780000
      * OPENS A NEW BRANCH GROUP - REMEMBERS THE BRANCH, LOOKS UP  *    09790000
      * ITS NAME AND REGION, AND ZEROES THE BRANCH PRODUCT LINES   *    09800000
      **************************************************************    09810000
       425-START-BRANCH-GROUP.                                          09820000
                                                                        09830000
           MOVE HS-BRANCH-NUMBER TO OLD-BRANCH-NUMBER.                  09840000
           MOVE ZERO TO BRANCH-PRODUCT-TOTALS.                          09850000
                                                                        09860000
           MOVE "N" TO BRANCH-FOUND-SWITCH.                             09870000
           PERFORM 426-SEARCH-BRANCH-TABLE                              09880000
               VARYING BT-INDEX FROM 1 BY 1                             09890000
               UNTIL BT-INDEX > BRANCH-TABLE-COUNT                      09900000
                  OR BRANCH-FOUND.                                      09910000
                                                                        09920000
           IF NOT BRANCH-FOUND                                          09930000
               MOVE "** NAME NOT FOUND **" TO CURRENT-BRANCH-NAME       09940000
               MOVE ZERO                   TO CURRENT-REGION-CODE       09950000
               MOVE "** NAME NOT FOUND **" TO CURRENT-REGION-NAME       09960000
           END-IF.                                                      09970000
                                                                        09980000
      **************************************************************    09990000
      * COMPARES ONE ENTRY IN THE BRANCH-TABLE AGAINST THE BRANCH  *    10000000
      * NUMBER WE'RE LOOKING FOR                                   *    10010000
      **************************************************************    10020000
       426-SEARCH-BRANCH-TABLE.                                         10030000
                                                                        10040000
           IF BT-BRANCH-NUMBER(BT-INDEX) = OLD-BRANCH-NUMBER            10050000
               MOVE BT-BRANCH-NAME(BT-INDEX) TO CURRENT-BRANCH-NAME     10060000
               MOVE BT-REGION-CODE(BT-INDEX) TO CURRENT-REGION-CODE     10070000
               MOVE BT-REGION-NAME(BT-INDEX) TO CURRENT-REGION-NAME     10080000
               MOVE "Y" TO BRANCH-FOUND-SWITCH                          10090000
           END-IF.                                                      10100000
                                                                        10110000
      **************************************************************    10120000
      * OPENS A NEW SALESREP GROUP - REMEMBERS THE SALESREP, LOOKS *    10130000
      * UP THEIR NAME, AND ZEROES THEIR PRODUCT LINES              *    10140000
      **************************************************************    10150000
       430-START-SALESREP-GROUP.                                        10160000
                                                                        10170000
           MOVE HS-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.              10180000
           MOVE ZERO TO SALESREP-PRODUCT-TOTALS.                        10190000
                                                                        10200000
           MOVE "N" TO SALESREP-FOUND-SWITCH.                           10210000
           PERFORM 431-SEARCH-SALESREP-TABLE                            10220000
               VARYING ST-INDEX FROM 1 BY 1                             10230000
               UNTIL ST-INDEX > SALESREP-TABLE-COUNT                    10240000
                  OR SALESREP-FOUND.                                    10250000
           IF NOT SALESREP-FOUND                                        10260000
               MOVE "** NAME NOT FOUND **" TO CURRENT-SALESREP-NAME     10270000
           END-IF.                                                      10280000
                                                                        10290000
      **************************************************************    10300000
      * COMPARES ONE ENTRY IN THE SALESREP-TABLE AGAINST THE       *    10310000
      * BRANCH AND SALESREP NUMBER WE'RE LOOKING FOR               *    10320000
      **************************************************************    10330000
       431-SEARCH-SALESREP-TABLE.                                       10340000
                                                                        10350000
           IF ST-BRANCH-NUMBER(ST-INDEX) = OLD-BRANCH-NUMBER            10360000
              AND ST-SALESREP-NUMBER(ST-INDEX) = OLD-SALESREP-NUMBER    10370000
               MOVE ST-SALESREP-NAME(ST-INDEX) TO CURRENT-SALESREP-NAME 10380000
               MOVE "Y" TO SALESREP-FOUND-SWITCH                        10390000
           END-IF.                                                      10400000
                                                                        10410000
      **************************************************************    10420000
      * POINTS PRODUCT-SUB AT THE RECORD'S PRODUCT-TABLE ENTRY. A  *    10430000
      * CODE PRODMAST DOES NOT HOLD - OR A BLANK ONE FROM BEFORE   *    10440000
      * PRODUCT CODES WERE POSTED - IS ADDED THE FIRST TIME IT IS  *    10450000
      * SEEN SO ITS DOLLARS ARE NEVER DROPPED FROM THE TOTALS      *    10460000
      **************************************************************    10470000
       435-FIND-OR-ADD-PRODUCT.                                         10480000
                                                                        10490000
           MOVE "N" TO PRODUCT-FOUND-SWITCH.                            10500000
           PERFORM 436-SEARCH-PRODUCT-TABLE                             10510000
               VARYING PT-INDEX FROM 1 BY 1                             10520000
               UNTIL PT-INDEX > PRODUCT-TABLE-COUNT                     10530000
                  OR PRODUCT-FOUND.                                     10540000
                                                                        10550000
           IF PRODUCT-FOUND                                             10560000
               SET PT-INDEX DOWN BY 1                                   10570000
           ELSE                                                         10580000
               *> THE SORT IS UNDER WAY, SO A FULL TABLE STOPS TAKING   10590000
               *> RECORDS HERE AND LEAVES THE MAINLINE TO END THE       10600000
               *> RUN ONCE THE SORT HAS FINISHED                        10610000
               IF PRODUCT-TABLE-COUNT >= 300                            10620000
                   DISPLAY "PMX5000 - RUN ABORTED - PRODUCT-TABLE FULL" 10630000
                   MOVE "Y" TO TABLE-OVERFLOW-SWITCH                    10640000
                   MOVE "Y" TO SORT-EOF-SWITCH                          10650000
               ELSE                                                     10660000
                   ADD 1 TO PRODUCT-TABLE-COUNT                         10670000
                   SET PT-INDEX TO PRODUCT-TABLE-COUNT                  10680000
                   MOVE HS-PRODUCT-CODE TO PT-PRODUCT-CODE(PT-INDEX)    10690000
                   MOVE "N" TO PT-MASTER-SWITCH(PT-INDEX)               10700000
                   IF HS-PRODUCT-CODE = SPACES                          10710000
                       MOVE "** NO PRODUCT CODE *"                      10720000
                           TO PT-PRODUCT-NAME(PT-INDEX)                 10730000
                   ELSE                                                 10740000
                       MOVE "** NOT ON PRODMAST *"                      10750000
                           TO PT-PRODUCT-NAME(PT-INDEX)                 10760000
                   END-IF                                               10770000
               END-IF                                                   10780000
           END-IF.                                                      10790000
                                                                        10800000
           IF NOT TABLE-OVERFLOW                                        10810000
               IF NOT PT-ON-PRODMAST(PT-INDEX)                          10820000
                   ADD 1 TO UNKNOWN-PRODUCT-COUNT                       10830000
               END-IF                                                   10840000
               SET PRODUCT-SUB TO PT-INDEX                              10850000
           END-IF.                                                      10860000
                                                                        10870000
      **************************************************************    10880000
      * COMPARES ONE ENTRY IN THE PRODUCT-TABLE AGAINST THE        *    10890000
      * RECORD'S PRODUCT CODE                                      *    10900000
      **************************************************************    10910000
       436-SEARCH-PRODUCT-TABLE.                                        10920000
                                                                        10930000
           IF PT-PRODUCT-CODE(PT-INDEX) = HS-PRODUCT-CODE               10940000
               MOVE "Y" TO PRODUCT-FOUND-SWITCH                         10950000
           END-IF.                                                      10960000
                                                                        10970000
      **************************************************************    10980000
      * CLOSES THE SALESREP JUST FINISHED - PRINTS THEIR BLOCK AND *    10990000
      * ROLLS THEIR PRODUCT LINES INTO THE BRANCH'S                *    11000000
      **************************************************************    11010000
       445-CLOSE-SALESREP.                                              11020000
                                                                        11030000
           MOVE SPACES                TO BLOCK-HEADING-LINE.            11040000
           MOVE "SALESREP"            TO BHL-LEVEL-TEXT.                11050000
           MOVE OLD-BRANCH-NUMBER     TO SGN-BRANCH-NUMBER.             11060000
           MOVE OLD-SALESREP-NUMBER   TO SGN-SALESREP-NUMBER.           11070000
           MOVE SALESREP-GROUP-NUMBER TO BHL-GROUP-NUMBER.              11080000
           MOVE CURRENT-SALESREP-NAME TO BHL-GROUP-NAME.                11090000
           MOVE "  BRANCH "           TO BHL-PARENT-TEXT.               11100000
           MOVE OLD-BRANCH-NUMBER     TO BHL-PARENT-NUMBER.             11110000
           MOVE CURRENT-BRANCH-NAME   TO BHL-PARENT-NAME.               11120000
           MOVE SALESREP-PRODUCT-TOTALS TO MIX-PRODUCT-TOTALS.          11130000
           MOVE "SALESREP TOTAL"      TO BLOCK-TOTAL-NAME.              11140000
           MOVE SPACES                TO BLOCK-TOTAL-FLAG.              11150000
           PERFORM 500-PRINT-MIX-BLOCK.                                 11160000
                                                                        11170000
           PERFORM 446-ROLL-SALESREP-PRODUCT                            11180000
               VARYING PRODUCT-SUB FROM 1 BY 1                          11190000
               UNTIL PRODUCT-SUB > PRODUCT-TABLE-COUNT.                 11200000
                                                                        11210000
      **************************************************************    11220000
      * ADDS ONE OF THE SALESREP'S PRODUCT LINES INTO THE BRANCH'S *    11230000
      **************************************************************    11240000
       446-ROLL-SALESREP-PRODUCT.                                       11250000
                                                                        11260000
           ADD SRP-SALE-AMOUNT(PRODUCT-SUB)                             11270000
               TO BRP-SALE-AMOUNT(PRODUCT-SUB).                         11280000
           ADD SRP-RETURN-AMOUNT(PRODUCT-SUB)                           11290000
               TO BRP-RETURN-AMOUNT(PRODUCT-SUB).                       11300000
           ADD SRP-ADJUST-AMOUNT(PRODUCT-SUB)                           11310000
               TO BRP-ADJUST-AMOUNT(PRODUCT-SUB).                       11320000
                                                                        11330000
      **************************************************************    11340000
      * CLOSES THE BRANCH JUST FINISHED - PRINTS ITS BLOCK AND     *    11350000
      * ROLLS ITS PRODUCT LINES INTO ITS REGION AND THE GRAND      *    11360000
      * TOTAL. THE NEXT BRANCH STARTS A FRESH PAGE                 *    11370000
      **************************************************************    11380000
       450-CLOSE-BRANCH.                                                11390000
                                                                        11400000
           MOVE SPACES                TO BLOCK-HEADING-LINE.            11410000
           MOVE "BRANCH"              TO BHL-LEVEL-TEXT.                11420000
           MOVE OLD-BRANCH-NUMBER     TO BHL-GROUP-NUMBER.              11430000
           MOVE CURRENT-BRANCH-NAME   TO BHL-GROUP-NAME.                11440000
           MOVE "  REGION "           TO BHL-PARENT-TEXT.               11450000
           MOVE CURRENT-REGION-CODE   TO BHL-PARENT-NUMBER.             11460000
           MOVE CURRENT-REGION-NAME   TO BHL-PARENT-NAME.               11470000
           MOVE BRANCH-PRODUCT-TOTALS TO MIX-PRODUCT-TOTALS.            11480000
           MOVE "BRANCH TOTAL"        TO BLOCK-TOTAL-NAME.              11490000
           MOVE " ** "                TO BLOCK-TOTAL-FLAG.              11500000
           PERFORM 500-PRINT-MIX-BLOCK.                                 11510000
                                                                        11520000
           PERFORM 455-FIND-OR-CREATE-REGION.                           11530000
                                                                        11540000
           PERFORM 451-ROLL-BRANCH-PRODUCT                              11550000
               VARYING PRODUCT-SUB FROM 1 BY 1                          11560000
               UNTIL PRODUCT-SUB > PRODUCT-TABLE-COUNT.                 11570000
                                                                        11580000
           MOVE LINES-ON-PAGE TO LINE-COUNT.                            11590000
                                                                        11600000
      **************************************************************    11610000
      * ADDS ONE OF THE BRANCH'S PRODUCT LINES INTO ITS REGION'S   *    11620000
      * AND THE GRAND TOTAL'S                                      *    11630000
      **************************************************************    11640000
       451-ROLL-BRANCH-PRODUCT.                                         11650000
                                                                        11660000
           ADD BRP-SALE-AMOUNT(PRODUCT-SUB)                             11670000
               TO RGP-SALE-AMOUNT(RGT-INDEX, PRODUCT-SUB).              11680000
           ADD BRP-RETURN-AMOUNT(PRODUCT-SUB)                           11690000
               TO RGP-RETURN-AMOUNT(RGT-INDEX, PRODUCT-SUB).            11700000
           ADD BRP-ADJUST-AMOUNT(PRODUCT-SUB)                           11710000
               TO RGP-ADJUST-AMOUNT(RGT-INDEX, PRODUCT-SUB).            11720000
           ADD BRP-SALE-AMOUNT(PRODUCT-SUB)                             11730000
               TO GRP-SALE-AMOUNT(PRODUCT-SUB).                         11740000
           ADD BRP-RETURN-AMOUNT(PRODUCT-SUB)                           11750000
               TO GRP-RETURN-AMOUNT(PRODUCT-SUB).                       11760000
           ADD BRP-ADJUST-AMOUNT(PRODUCT-SUB)                           11770000
               TO GRP-ADJUST-AMOUNT(PRODUCT-SUB).                       11780000
                                                                        11790000
      **************************************************************    11800000
      * POINTS RGT-INDEX AT THE BRANCH'S REGION-TABLE ENTRY,       *    11810000
      * ADDING A ZEROED ENTRY THE FIRST TIME A REGION IS SEEN      *    11820000
      **************************************************************    11830000
       455-FIND-OR-CREATE-REGION.                                       11840000
                                                                        11850000
           MOVE "N" TO REGION-FOUND-SWITCH.                             11860000
           PERFORM 456-SEARCH-REGION-TABLE                              11870000
               VARYING RGT-INDEX FROM 1 BY 1                            11880000
               UNTIL RGT-INDEX > REGION-TABLE-COUNT                     11890000
                  OR REGION-FOUND.                                      11900000
                                                                        11910000
           IF REGION-FOUND                                              11920000
               SET RGT-INDEX DOWN BY 1                                  11930000
           ELSE                                                         11940000
               ADD 1 TO REGION-TABLE-COUNT                              11950000
               SET RGT-INDEX TO REGION-TABLE-COUNT                      11960000
               MOVE CURRENT-REGION-CODE TO RGT-REGION-CODE(RGT-INDEX)   11970000
               MOVE CURRENT-REGION-NAME TO RGT-REGION-NAME(RGT-INDEX)   11980000
               MOVE ZERO TO RGT-PRODUCT-TOTALS(RGT-INDEX)               11990000
           END-IF.                                                      12000000
                                                                        12010000
      **************************************************************    12020000
      * COMPARES ONE REGION-TABLE ENTRY AGAINST THE BRANCH'S       *    12030000
      * REGION CODE                                                *    12040000
      **************************************************************    12050000
       456-SEARCH-REGION-TABLE.                                         12060000
                                                                        12070000
           IF RGT-REGION-CODE(RGT-INDEX) = CURRENT-REGION-CODE          12080000
               MOVE "Y" TO REGION-FOUND-SWITCH                          12090000
           END-IF.                                                      12100000
                                                                        12110000
      **************************************************************    12120000
      * PRINTS ONE MIX BLOCK FROM MIX-PRODUCT-TOTALS UNDER THE     *    12130000
      * HEADING ALREADY IN BLOCK-HEADING-LINE - ONE LINE PER       *    12140000
      * PRODUCT LINE WITH ANY ACTIVITY, RULED OFF FROM THE TOTAL   *    12150000
      * LINE, WHOSE NAME AND FLAG THE CALLER HAS ALREADY SET. THE  *    12160000
      * BLOCK'S TOTALS ARE TAKEN FIRST SO EVERY LINE CAN SHOW ITS  *    12170000
      * SHARE OF THE BLOCK'S NET                                   *    12180000
      **************************************************************    12190000
       500-PRINT-MIX-BLOCK.                                             12200000
                                                                        12210000
           MOVE ZERO TO MIX-SALE-TOTAL                                  12220000
                        MIX-RETURN-TOTAL                                12230000
                        MIX-ADJUST-TOTAL.                               12240000
           PERFORM 505-ADD-ONE-PRODUCT                                  12250000
               VARYING PRODUCT-SUB FROM 1 BY 1                          12260000
               UNTIL PRODUCT-SUB > PRODUCT-TABLE-COUNT.                 12270000
           COMPUTE MIX-NET-TOTAL =                                      12280000
               MIX-SALE-TOTAL + MIX-RETURN-TOTAL + MIX-ADJUST-TOTAL.    12290000
                                                                        12300000
           IF LINE-COUNT >= LINES-ON-PAGE - 6                           12310000
               PERFORM 230-PRINT-HEADING-LINES.                         12320000
                                                                        12330000
           MOVE BLOCK-HEADING-LINE TO PMXRPT-PRINT-AREA.                12340000
           PERFORM 225-WRITE-REPORT-LINE.                               12350000
           MOVE HEADING-LINE-6 TO PMXRPT-PRINT-AREA.                    12360000
           PERFORM 225-WRITE-REPORT-LINE.                               12370000
                                                                        12380000
           PERFORM 510-PRINT-ONE-PRODUCT                                12390000
               VARYING PRODUCT-SUB FROM 1 BY 1                          12400000
               UNTIL PRODUCT-SUB > PRODUCT-TABLE-COUNT.                 12410000
                                                                        12420000
           IF LINE-COUNT >= LINES-ON-PAGE - 1                           12430000
               PERFORM 230-PRINT-HEADING-LINES.                         12440000
                                                                        12450000
           MOVE TOTAL-RULE-LINE TO PMXRPT-PRINT-AREA.                   12460000
           PERFORM 225-WRITE-REPORT-LINE.                               12470000
                                                                        12480000
           MOVE SPACES            TO PML-PRODUCT-CODE.                  12490000
           MOVE BLOCK-TOTAL-NAME  TO PML-PRODUCT-NAME.                  12500000
           MOVE BLOCK-TOTAL-FLAG  TO PML-TOTAL-FLAG.                    12510000
           MOVE MIX-SALE-TOTAL    TO PML-SALE-AMOUNT.                   12520000
           MOVE MIX-RETURN-TOTAL  TO PML-RETURN-AMOUNT.                 12530000
           MOVE MIX-ADJUST-TOTAL  TO PML-ADJUST-AMOUNT.                 12540000
           MOVE MIX-NET-TOTAL     TO PML-NET-AMOUNT.                    12550000
           MOVE MIX-SALE-TOTAL    TO LINE-SALE-AMOUNT.                  12560000
           MOVE MIX-RETURN-TOTAL  TO LINE-RETURN-AMOUNT.                12570000
           PERFORM 520-CALCULATE-RETURN-RATE.                           12580000
           MOVE RETURN-RATE-WORK  TO PML-RETURN-RATE.                   12590000
           MOVE MIX-NET-TOTAL     TO LINE-NET-AMOUNT.                   12600000
           PERFORM 515-CALCULATE-MIX-PERCENT.                           12610000
           MOVE MIX-PERCENT-WORK  TO PML-MIX-PERCENT.                   12620000
           MOVE PRODUCT-MIX-LINE  TO PMXRPT-PRINT-AREA.                 12630000
           PERFORM 225-WRITE-REPORT-LINE.                               12640000
                                                                        12650000
           MOVE SPACES TO PMXRPT-PRINT-AREA.                            12660000
           PERFORM 225-WRITE-REPORT-LINE.                               12670000
                                                                        12680000
      **************************************************************    12690000
      * ADDS ONE PRODUCT LINE INTO THE BLOCK'S TOTALS              *    12700000
      **************************************************************    12710000
       505-ADD-ONE-PRODUCT.                                             12720000
                                                                        12730000
           ADD MXP-SALE-AMOUNT(PRODUCT-SUB)   TO MIX-SALE-TOTAL.        12740000
           ADD MXP-RETURN-AMOUNT(PRODUCT-SUB) TO MIX-RETURN-TOTAL.      12750000
           ADD MXP-ADJUST-AMOUNT(PRODUCT-SUB) TO MIX-ADJUST-TOTAL.      12760000
                                                                        12770000
      **************************************************************    12780000
      * PRINTS ONE PRODUCT LINE OF THE BLOCK. A PRODUCT LINE WITH  *    12790000
      * NO SALES, RETURNS OR ADJUSTMENTS IN THE BLOCK IS SKIPPED   *    12800000
      **************************************************************    12810000
       510-PRINT-ONE-PRODUCT.                                           12820000
                                                                        12830000
           IF MXP-SALE-AMOUNT(PRODUCT-SUB) NOT = ZERO                   12840000
              OR MXP-RETURN-AMOUNT(PRODUCT-SUB) NOT = ZERO              12850000
              OR MXP-ADJUST-AMOUNT(PRODUCT-SUB) NOT = ZERO              12860000
               IF LINE-COUNT >= LINES-ON-PAGE                           12870000
                   PERFORM 230-PRINT-HEADING-LINES                      12880000
                   MOVE BLOCK-HEADING-LINE TO PMXRPT-PRINT-AREA         12890000
                   PERFORM 225-WRITE-REPORT-LINE                        12900000
                   MOVE HEADING-LINE-6 TO PMXRPT-PRINT-AREA             12910000
                   PERFORM 225-WRITE-REPORT-LINE                        12920000
               END-IF                                                   12930000
               MOVE PT-PRODUCT-CODE(PRODUCT-SUB) TO PML-PRODUCT-CODE    12940000
               MOVE PT-PRODUCT-NAME(PRODUCT-SUB) TO PML-PRODUCT-NAME    12950000
               MOVE SPACES TO PML-TOTAL-FLAG                            12960000
               MOVE MXP-SALE-AMOUNT(PRODUCT-SUB)   TO PML-SALE-AMOUNT   12970000
               MOVE MXP-RETURN-AMOUNT(PRODUCT-SUB) TO PML-RETURN-AMOUNT 12980000
               MOVE MXP-ADJUST-AMOUNT(PRODUCT-SUB) TO PML-ADJUST-AMOUNT 12990000
               COMPUTE LINE-NET-AMOUNT =                                13000000
                   MXP-SALE-AMOUNT(PRODUCT-SUB)                         13010000
                   + MXP-RETURN-AMOUNT(PRODUCT-SUB)                     13020000
                   + MXP-ADJUST-AMOUNT(PRODUCT-SUB)                     13030000
               MOVE LINE-NET-AMOUNT TO PML-NET-AMOUNT                   13040000
               MOVE MXP-SALE-AMOUNT(PRODUCT-SUB)   TO LINE-SALE-AMOUNT  13050000
               MOVE MXP-RETURN-AMOUNT(PRODUCT-SUB) TO LINE-RETURN-AMOUNT13060000
               PERFORM 520-CALCULATE-RETURN-RATE                        13070000
               MOVE RETURN-RATE-WORK TO PML-RETURN-RATE                 13080000
               PERFORM 515-CALCULATE-MIX-PERCENT                        13090000
               MOVE MIX-PERCENT-WORK TO PML-MIX-PERCENT                 13100000
               MOVE PRODUCT-MIX-LINE TO PMXRPT-PRINT-AREA               13110000
               PERFORM 225-WRITE-REPORT-LINE                            13120000
           END-IF.                                                      13130000
                                                                        13140000
      **************************************************************    13150000
      * WORKS OUT THE LINE'S SHARE OF THE BLOCK'S NET SALES. A     *    13160000
      * BLOCK THAT NETS TO NOTHING PRINTS THE 999.9 CAP FOR ANY    *    13170000
      * LINE THAT DOES NOT                                         *    13180000
      **************************************************************    13190000
       515-CALCULATE-MIX-PERCENT.                                       13200000
                                                                        13210000
           IF MIX-NET-TOTAL = ZERO                                      13220000
               IF LINE-NET-AMOUNT = ZERO                                13230000
                   MOVE ZERO TO MIX-PERCENT-WORK                        13240000
               ELSE                                                     13250000
                   MOVE 999.9 TO MIX-PERCENT-WORK                       13260000
               END-IF                                                   13270000
           ELSE                                                         13280000
               COMPUTE MIX-PERCENT-WORK ROUNDED =                       13290000
                   LINE-NET-AMOUNT * 100 / MIX-NET-TOTAL                13300000
                   ON SIZE ERROR                                        13310000
                       MOVE 999.9 TO MIX-PERCENT-WORK                   13320000
               END-COMPUTE                                              13330000
           END-IF.                                                      13340000
                                                                        13350000
      **************************************************************    13360000
      * WORKS OUT THE RETURN RATE FOR THE AMOUNTS IN THE SHARED    *    13370000
      * LINE FIELDS - RETURN DOLLARS (MADE POSITIVE) PER HUNDRED   *    13380000
      * DOLLARS OF SALES. NO SALES AT ALL PRINTS THE 999.9 CAP THE *    13390000
      * REST OF THE CHAIN USES FOR AN UNDEFINED PERCENT            *    13400000
      **************************************************************    13410000
       520-CALCULATE-RETURN-RATE.                                       13420000
                                                                        13430000
           IF LINE-SALE-AMOUNT = ZERO                                   13440000
               MOVE 999.9 TO RETURN-RATE-WORK                           13450000
           ELSE                                                         13460000
               COMPUTE RETURN-RATE-WORK ROUNDED =                       13470000
                   (ZERO - LINE-RETURN-AMOUNT) * 100                    13480000
                   / LINE-SALE-AMOUNT                                   13490000
                   ON SIZE ERROR                                        13500000
                       MOVE 999.9 TO RETURN-RATE-WORK                   13510000
               END-COMPUTE                                              13520000
           END-IF.                                                      13530000
