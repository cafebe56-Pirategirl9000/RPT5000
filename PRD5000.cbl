       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. PRD5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program maintains PRODMAST, the product    00080000
      *   line reference file TRN5000 checks the product code on every  00090000
      *   sales transaction against. It applies add, change, and        00100000
      *   delete transactions to the file, lists every transaction      00110000
      *   applied or rejected with a reason code on an audit report,    00120000
      *   drops and lists any duplicate product code already on the     00130000
      *   file, and appends every product added, changed, or deleted    00140000
      *   with its before and after images to the shared AUDITLOG       00150000
      *   dataset                                                       00160000
       ENVIRONMENT DIVISION.                                            00170000
                                                                        00180000
       INPUT-OUTPUT SECTION.                                            00190000
                                                                        00200000
       FILE-CONTROL.                                                    00210000
           SELECT PRODTRAN ASSIGN TO PRODTRAN.                          00220000
           SELECT OPTIONAL PRODMAST ASSIGN TO PRODMAST.                 00230000
           SELECT NEWPROD ASSIGN TO NEWPROD.                            00240000
           SELECT PRDRPT ASSIGN TO PRDRPT.                              00250000
           SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG.                 00260000
                                                                        00270000
       DATA DIVISION.                                                   00280000
                                                                        00290000
       FILE SECTION.                                                    00300000
                                                                        00310000
      **************************************************************    00320000
      * PRODUCT MAINTENANCE TRANSACTION FILE - COL 1 THE ACTION    *    00330000
      * (A/C/D), COLS 2-5 THE PRODUCT CODE, COLS 6-25 THE PRODUCT  *    00340000
      * LINE NAME (IGNORED ON A DELETE). COLS 26-28 CARRY THE      *    00350000
      * CHANGE REASON CODE THAT GOES ON THE AUDIT LOG WITH THE     *    00360000
      * RECORD THE TRANSACTION TOUCHES                             *    00370000
      **************************************************************    00380000
       FD  PRODTRAN                                                     00390000
           RECORDING MODE IS F                                          00400000
           LABEL RECORDS ARE STANDARD                                   00410000
           RECORD CONTAINS 80 CHARACTERS                                00420000
           BLOCK CONTAINS 80 CHARACTERS.                                00430000
       01  PRODUCT-TRANSACTION-RECORD.                                  00440000
           05  PT-TRANS-TYPE           PIC X(1).                        00450000
           05  PT-PRODUCT-CODE         PIC X(4).                        00460000
           05  PT-PRODUCT-NAME         PIC X(20).                       00470000
           05  PT-CHANGE-REASON        PIC X(3).                        00480000
           05  FILLER                  PIC X(52).                       00490000
                                                                        00500000
      **************************************************************    00510000
      * PRODUCT REFERENCE FILE AS IT STANDS - ONE RECORD PER       *    00520000
      * PRODUCT LINE. OPTIONAL SO THE VERY FIRST RUN CAN BUILD THE *    00530000
      * FILE FROM NOTHING BUT ADDS                                 *    00540000
      **************************************************************    00550000
       FD  PRODMAST                                                     00560000
           RECORDING MODE IS F                                          00570000
           LABEL RECORDS ARE STANDARD                                   00580000
           RECORD CONTAINS 130 CHARACTERS                               00590000
           BLOCK CONTAINS 130 CHARACTERS.                               00600000
       01  PRODUCT-MASTER-RECORD.                                       00610000
           05  PM-PRODUCT-CODE         PIC X(4).                        00620000
           05  PM-PRODUCT-NAME         PIC X(20).                       00630000
           05  FILLER                  PIC X(106).                      00640000
                                                                        00650000
      **************************************************************    00660000
      * MAINTAINED PRODUCT FILE - EVERY SURVIVING PRODUCT PLUS THE *    00670000
      * ADDS, IN THE ORDER THE TABLE HOLDS THEM                    *    00680000
      **************************************************************    00690000
       FD  NEWPROD                                                      00700000
           RECORDING MODE IS F                                          00710000
           LABEL RECORDS ARE STANDARD                                   00720000
           RECORD CONTAINS 130 CHARACTERS                               00730000
           BLOCK CONTAINS 130 CHARACTERS.                               00740000
       01  NEWPROD-RECORD      PIC X(130).                              00750000
                                                                        00760000
      **************************************************************    00770000
      * MAINTENANCE AUDIT REPORT - EVERY TRANSACTION APPLIED AND   *    00780000
      * REJECTED, EVERY DUPLICATE DROPPED FROM THE FILE, AND THE   *    00790000
      * RUN'S CONTROL COUNTS                                       *    00800000
      **************************************************************    00810000
       FD  PRDRPT                                                       00820000
           RECORDING MODE IS F                                          00830000
           LABEL RECORDS ARE STANDARD                                   00840000
           RECORD CONTAINS 130 CHARACTERS                               00850000
           BLOCK CONTAINS 130 CHARACTERS.                               00860000
       01  PRDRPT-PRINT-AREA   PIC X(130).                              00870000
                                                                        00880000
      **************************************************************    00890000
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,      *    00900000
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE      *    00910000
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.    *    00920000
      * OPENED EXTEND SO EVERY RUN APPENDS - AUD5000 REPORTS ON IT *    00930000
      **************************************************************    00940000
       FD  AUDITLOG                                                     00950000
           RECORDING MODE IS F                                          00960000
           LABEL RECORDS ARE STANDARD                                   00970000
           RECORD CONTAINS 320 CHARACTERS                               00980000
           BLOCK CONTAINS 320 CHARACTERS.                               00990000
       01  AUDIT-LOG-RECORD.                                            01000000
           05  AL-RUN-DATE             PIC 9(8).                        01010000
           05  AL-RUN-TIME             PIC 9(6).                        01020000
           05  AL-PROGRAM-ID           PIC X(8).                        01030000
           05  AL-MASTER-FILE          PIC X(12).                       01040000
           05  AL-TRANS-TYPE           PIC X(1).                        01050000
           05  AL-REASON-CODE          PIC X(3).                        01060000
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        01070000
           05  AL-BEFORE-BRANCH        PIC X(2).                        01080000
           05  AL-BEFORE-SALESREP      PIC X(2).                        01090000
           05  AL-AFTER-BRANCH         PIC X(2).                        01100000
           05  AL-AFTER-SALESREP       PIC X(2).                        01110000
           05  FILLER                  PIC X(9).                        01120000
           05  AL-BEFORE-IMAGE         PIC X(130).                      01130000
           05  AL-AFTER-IMAGE          PIC X(130).                      01140000
                                                                        01150000
       WORKING-STORAGE SECTION.                                         01160000
                                                                        01170000
      *------------------------------------------------------------*    01180000
      *                        WORKING FIELDS                      *    01190000
      *============================================================*    01200000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01210000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01220000
      *------------------------------------------------------------*    01230000
                                                                        01240000
      **************************************************************    01250000
      * SWITCHES FOR END OF FILE, THE TABLE SEARCH, AND THE        *    01260000
      * OVERFLOW GUARD                                             *    01270000
      **************************************************************    01280000
       01  SWITCHES.                                                    01290000
           05  PRODTRAN-EOF-SWITCH     PIC X    VALUE "N".              01300000
               88  PRODTRAN-EOF                 VALUE "Y".              01310000
           05  PRODMAST-EOF-SWITCH     PIC X    VALUE "N".              01320000
               88  PRODMAST-EOF                 VALUE "Y".              01330000
           05  PRODUCT-FOUND-SWITCH    PIC X    VALUE "N".              01340000
               88  PRODUCT-FOUND                VALUE "Y".              01350000
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              01360000
               88  TABLE-OVERFLOW               VALUE "Y".              01370000
                                                                        01380000
      **************************************************************    01390000
      * HOLDS THE REASON CODE FOR THE TRANSACTION BEING APPLIED -  *    01400000
      * SPACES MEANS IT PASSED EVERY CHECK AND LANDED. THE FIRST   *    01410000
      * CHECK THAT FAILS SETS THE CODE SO EVERY REJECT CARRIES     *    01420000
      * EXACTLY ONE REASON                                         *    01430000
      **************************************************************    01440000
       01  CONTROL-FIELDS.                                              01450000
           05  EDIT-REASON-CODE        PIC X(3) VALUE SPACES.           01460000
               88  TRANSACTION-IS-CLEAN         VALUE SPACES.           01470000
           05  LOOKUP-PRODUCT-CODE     PIC X(4) VALUE SPACES.           01480000
                                                                        01490000
      **************************************************************    01500000
      * IN-MEMORY COPY OF THE PRODUCT FILE, LOADED AT STARTUP. THE *    01510000
      * TRANSACTIONS ARE APPLIED TO THIS TABLE AND THE MAINTAINED  *    01520000
      * FILE IS WRITTEN BACK OUT OF IT AT THE END. A DELETED ENTRY *    01530000
      * STAYS IN ITS SLOT, FLAGGED, AND IS REUSED IF THE SAME CODE *    01540000
      * IS ADDED BACK LATER IN THE RUN. 200 ENTRIES - THE SAME     *    01550000
      * LIMIT TRN5000 LOADS THE FILE INTO                          *    01560000
      **************************************************************    01570000
       01  PRODUCT-TABLE.                                               01580000
           05  PRODUCT-TABLE-COUNT     PIC S9(3)  VALUE ZERO.           01590000
           05  PRODUCT-TABLE-ENTRY OCCURS 200 TIMES                     01600000
                   INDEXED BY PD-INDEX.                                 01610000
               10  PD-PRODUCT-CODE     PIC X(4).                        01620000
               10  PD-PRODUCT-NAME     PIC X(20).                       01630000
               10  PD-DELETED-SWITCH   PIC X(1).                        01640000
                   88  PD-DELETED               VALUE "Y".              01650000
                                                                        01660000
      **************************************************************    01670000
      * EVERY MAINTENANCE TRANSACTION, LOADED UP FRONT SO THE      *    01680000
      * WHOLE FILE CAN BE WALKED IN ONE PASS                       *    01690000
      **************************************************************    01700000
       01  TRAN-TABLE.                                                  01710000
           05  TRAN-TABLE-COUNT        PIC S9(3)  VALUE ZERO.           01720000
           05  TRAN-TABLE-ENTRY OCCURS 200 TIMES.                       01730000
               10  TT-TRANS-TYPE       PIC X(1).                        01740000
               10  TT-PRODUCT-CODE     PIC X(4).                        01750000
               10  TT-PRODUCT-NAME     PIC X(20).                       01760000
               10  TT-CHANGE-REASON    PIC X(3).                        01770000
               10  TT-REASON-CODE      PIC X(3).                        01780000
                                                                        01790000
      **************************************************************    01800000
      * WORK FIELDS FOR WALKING THE TRAN-TABLE AND BUILDING THE    *    01810000
      * MAINTAINED RECORDS BEFORE THEY ARE WRITTEN                 *    01820000
      **************************************************************    01830000
       01  TRAN-WORK-FIELDS.                                            01840000
           05  TRAN-SUB                PIC S9(3) COMP  VALUE ZERO.      01850000
                                                                        01860000
       01  PRODUCT-WORK-RECORD.                                         01870000
           05  PW-PRODUCT-CODE         PIC X(4).                        01880000
           05  PW-PRODUCT-NAME         PIC X(20).                       01890000
           05  FILLER                  PIC X(106).                      01900000
                                                                        01910000
      **************************************************************    01920000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    01930000
      **************************************************************    01940000
       01  PRINT-FIELDS.                                                01950000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  01960000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   01970000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   01980000
                                                                        01990000
      **************************************************************    02000000
      * STORES TOTAL FIELDS FOR THE RUN'S CONTROL COUNTS           *    02010000
      **************************************************************    02020000
       01  TOTAL-FIELDS.                                                02030000
           05  TRANSACTION-COUNT       PIC 9(5)   VALUE ZERO.           02040000
           05  INVALID-TRANS-COUNT     PIC 9(5)   VALUE ZERO.           02050000
           05  PRODUCTS-ADDED-COUNT    PIC 9(5)   VALUE ZERO.           02060000
           05  PRODUCTS-CHANGED-COUNT  PIC 9(5)   VALUE ZERO.           02070000
           05  PRODUCTS-DELETED-COUNT  PIC 9(5)   VALUE ZERO.           02080000
           05  DUPLICATE-DROP-COUNT    PIC 9(5)   VALUE ZERO.           02090000
           05  PRODUCTS-WRITTEN-COUNT  PIC 9(5)   VALUE ZERO.           02100000
                                                                        02110000
      **************************************************************    02120000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02130000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    02140000
      **************************************************************    02150000
       01  CURRENT-DATE-AND-TIME.                                       02160000
           05  CD-YEAR         PIC 9999.                                02170000
           05  CD-MONTH        PIC 99.                                  02180000
           05  CD-DAY          PIC 99.                                  02190000
           05  CD-HOURS        PIC 99.                                  02200000
           05  CD-MINUTES      PIC 99.                                  02210000
           05  FILLER          PIC X(9).                                02220000
                                                                        02230000
      *------------------------------------------------------------*    02240000
      *                       OUTPUT FIELDS                        *    02250000
      *============================================================*    02260000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    02270000
      *                      THE OUTPUT FILE                       *    02280000
      *------------------------------------------------------------*    02290000
                                                                        02300000
      **************************************************************    02310000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    02320000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    02330000
      **************************************************************    02340000
       01  HEADING-LINE-1.                                              02350000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             02360000
           05  HL1-MONTH       PIC 9(2).                                02370000
           05  FILLER          PIC X(1)    VALUE "/".                   02380000
           05  HL1-DAY         PIC 9(2).                                02390000
           05  FILLER          PIC X(1)    VALUE "/".                   02400000
           05  HL1-YEAR        PIC 9(4).                                02410000
           05  FILLER          PIC X(13)   VALUE SPACE.                 02420000
           05  FILLER          PIC X(20)   VALUE "PRODUCT FILE MAINTEN".02430000
           05  FILLER          PIC X(20)   VALUE "ANCE AUDIT REPORT   ".02440000
           05  FILLER          PIC X(12)   VALUE SPACE.                 02450000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            02460000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                02470000
           05  FILLER          PIC X(36)   VALUE SPACE.                 02480000
                                                                        02490000
      **************************************************************    02500000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    02510000
      * HOLDS THE TIME AND THE PROGRAM ID                          *    02520000
      **************************************************************    02530000
       01  HEADING-LINE-2.                                              02540000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             02550000
           05  HL2-HOURS       PIC 9(2).                                02560000
           05  FILLER          PIC X(1)    VALUE ":".                   02570000
           05  HL2-MINUTES     PIC 9(2).                                02580000
           05  FILLER          PIC X(68)   VALUE SPACE.                 02590000
           05  FILLER          PIC X(10)   VALUE "PRD5000".             02600000
           05  FILLER          PIC X(39)   VALUE SPACE.                 02610000
                                                                        02620000
      **************************************************************    02630000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    02640000
      **************************************************************    02650000
       01  HEADING-LINE-3.                                              02660000
           05 FILLER               PIC X(130)   VALUE SPACE.            02670000
                                                                        02680000
      **************************************************************    02690000
      * STORES THE FOURTH HEADER LINE INFORMATION                  *    02700000
      * HOLDS THE DIFFERENT COLUMN NAMES - SOME ARE SPLIT ACROSS   *    02710000
      * THE NEXT HEADER LINE                                       *    02720000
      **************************************************************    02730000
       01  HEADING-LINE-4.                                              02740000
           05  FILLER      PIC X(8)    VALUE "TRANS   ".                02750000
           05  FILLER      PIC X(12)   VALUE "PRODUCT".                 02760000
           05  FILLER      PIC X(110)  VALUE SPACE.                     02770000
                                                                        02780000
      **************************************************************    02790000
      * STORES THE FIFTH HEADER LINE INFORMATION                   *    02800000
      * HOLDS SOME OF THE COLUMN NAMES AS WELL AS THE OTHER HALF   *    02810000
      * OF COLUMN NAMES THAT STARTED IN THE LAST HEADER LINE       *    02820000
      **************************************************************    02830000
       01  HEADING-LINE-5.                                              02840000
           05  FILLER      PIC X(8)    VALUE "TYPE    ".                02850000
           05  FILLER      PIC X(12)   VALUE " CODE".                   02860000
           05  FILLER      PIC X(22)   VALUE "NAME".                    02870000
           05  FILLER      PIC X(88)   VALUE "ACTION / REASON".         02880000
                                                                        02890000
      **************************************************************    02900000
      * STORES THE SIXTH HEADER LINE WHICH IS USED FOR SPACING     *    02910000
      **************************************************************    02920000
       01  HEADING-LINE-6.                                              02930000
           05  FILLER      PIC X(130)  VALUE SPACES.                    02940000
                                                                        02950000
      **************************************************************    02960000
      * STORES ONE APPLIED TRANSACTION FOR THE AUDIT REPORT - THE  *    02970000
      * PRODUCT CODE AND NAME AND WHAT WAS DONE TO IT              *    02980000
      **************************************************************    02990000
       01  AUDIT-DETAIL-LINE.                                           03000000
           05  FILLER              PIC X(2)     VALUE SPACE.            03010000
           05  ADL-TRANS-TYPE      PIC X(1).                            03020000
           05  FILLER              PIC X(5)     VALUE SPACE.            03030000
           05  ADL-PRODUCT-CODE    PIC X(4).                            03040000
           05  FILLER              PIC X(8)     VALUE SPACE.            03050000
           05  ADL-PRODUCT-NAME    PIC X(20).                           03060000
           05  FILLER              PIC X(2)     VALUE SPACE.            03070000
           05  ADL-ACTION-TEXT     PIC X(18).                           03080000
           05  FILLER              PIC X(70)    VALUE SPACE.            03090000
                                                                        03100000
      **************************************************************    03110000
      * STORES ONE INVALID TRANSACTION FOR THE AUDIT REPORT - THE  *    03120000
      * TRANSACTION AS IT ARRIVED, ITS REASON CODE, AND A SHORT    *    03130000
      * DESCRIPTION OF WHAT FAILED. THE REST OF THE FILE STILL     *    03140000
      * APPLIES - THE RUN ENDS RC=4 SO THE REJECTS GET LOOKED AT   *    03150000
      **************************************************************    03160000
       01  INVALID-TRANS-LINE.                                          03170000
           05  FILLER              PIC X(2)     VALUE SPACE.            03180000
           05  ITL-TRANS-TYPE      PIC X(1).                            03190000
           05  FILLER              PIC X(5)     VALUE SPACE.            03200000
           05  ITL-PRODUCT-CODE    PIC X(4).                            03210000
           05  FILLER              PIC X(8)     VALUE SPACE.            03220000
           05  ITL-PRODUCT-NAME    PIC X(20).                           03230000
           05  FILLER              PIC X(2)     VALUE SPACE.            03240000
           05  ITL-REASON-CODE     PIC X(3).                            03250000
           05  FILLER              PIC X(3)     VALUE SPACE.            03260000
           05  ITL-REASON-TEXT     PIC X(40).                           03270000
           05  FILLER              PIC X(42)    VALUE SPACE.            03280000
                                                                        03290000
      **************************************************************    03300000
      * STORES ONE DUPLICATE PRODUCT CODE FOUND ON THE INCOMING    *    03310000
      * FILE - ONLY A RAW EDIT CAN PUT ONE THERE. THE FIRST COPY   *    03320000
      * WINS AND THE REST ARE DROPPED FROM THE NEW FILE            *    03330000
      **************************************************************    03340000
       01  DUPLICATE-WARN-LINE.                                         03350000
           05  FILLER              PIC X(8)     VALUE SPACE.            03360000
           05  DWL-PRODUCT-CODE    PIC X(4).                            03370000
           05  FILLER              PIC X(8)     VALUE SPACE.            03380000
           05  DWL-PRODUCT-NAME    PIC X(20).                           03390000
           05  FILLER              PIC X(2)     VALUE SPACE.            03400000
           05  FILLER              PIC X(6)     VALUE "DUP   ".         03410000
           05  FILLER              PIC X(40)    VALUE                   03420000
               "DUPLICATE PRODUCT CODE ON FILE - DROPPED".              03430000
           05  FILLER              PIC X(42)    VALUE SPACE.            03440000
                                                                        03450000
      **************************************************************    03460000
      * STORES ONE SUMMARY COUNT LINE - PRINTED AT THE END OF THE  *    03470000
      * RUN, ONCE PER COUNTER                                      *    03480000
      **************************************************************    03490000
       01  SUMMARY-LINE.                                                03500000
           05  FILLER              PIC X(2)     VALUE SPACE.            03510000
           05  SUM-LABEL           PIC X(40).                           03520000
           05  SUM-COUNT           PIC ZZZZ9.                           03530000
           05  FILLER              PIC X(83)    VALUE SPACE.            03540000
                                                                        03550000
       PROCEDURE DIVISION.                                              03560000
                                                                        03570000
      **************************************************************    03580000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    03590000
      * LOADING, APPLYING, AND REWRITING THE PRODUCT FILE          *    03600000
      **************************************************************    03610000
       000-MAINTAIN-PRODUCT-FILE.                                       03620000
                                                                        03630000
           OPEN INPUT  PRODTRAN                                         03640000
                       PRODMAST                                         03650000
                OUTPUT NEWPROD                                          03660000
                       PRDRPT                                           03670000
                EXTEND AUDITLOG.                                        03680000
                                                                        03690000
           *> GRABS THE DATE AND TIME INFORMATION FOR                   03700000
           *> THE HEADER LINES                                          03710000
           PERFORM 100-FORMAT-REPORT-HEADING.                           03720000
                                                                        03730000
           *> LOAD THE PRODUCT FILE AND THE WHOLE TRANSACTION FILE      03740000
           *> INTO MEMORY - THE TRANSACTIONS ARE APPLIED TO THE         03750000
           *> TABLE AND THE MAINTAINED FILE WRITTEN BACK FROM IT        03760000
           PERFORM 105-LOAD-PRODUCT-TABLE.                              03770000
           PERFORM 120-LOAD-TRAN-TABLE.                                 03780000
                                                                        03790000
           CLOSE PRODTRAN                                               03800000
                 PRODMAST.                                              03810000
                                                                        03820000
           IF TABLE-OVERFLOW                                            03830000
               MOVE 16 TO RETURN-CODE                                   03840000
           ELSE                                                         03850000
               PERFORM 130-APPLY-ONE-TRANSACTION                        03860000
                   VARYING TRAN-SUB FROM 1 BY 1                         03870000
                   UNTIL TRAN-SUB > TRAN-TABLE-COUNT                    03880000
                      OR TABLE-OVERFLOW                                 03890000
               IF TABLE-OVERFLOW                                        03900000
                   MOVE 16 TO RETURN-CODE                               03910000
               ELSE                                                     03920000
                   PERFORM 500-WRITE-NEW-PRODMAST                       03930000
                   PERFORM 300-PRINT-MAINTENANCE-TOTALS                 03940000
               END-IF                                                   03950000
           END-IF.                                                      03960000
                                                                        03970000
           CLOSE NEWPROD                                                03980000
                 PRDRPT                                                 03990000
                 AUDITLOG.                                              04000000
           STOP RUN.                                                    04010000
                                                                        04020000
      **************************************************************    04030000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    04040000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    04050000
      **************************************************************    04060000
       100-FORMAT-REPORT-HEADING.                                       04070000
                                                                        04080000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         04090000
                                                                        04100000
           MOVE CD-MONTH   TO HL1-MONTH.                                04110000
           MOVE CD-DAY     TO HL1-DAY.                                  04120000
           MOVE CD-YEAR    TO HL1-YEAR.                                 04130000
           MOVE CD-HOURS   TO HL2-HOURS.                                04140000
           MOVE CD-MINUTES TO HL2-MINUTES.                              04150000
                                                                        04160000
      **************************************************************    04170000
      * READS EVERY RECORD ON PRODMAST INTO THE PRODUCT-TABLE. A   *    04180000
      * SECOND RECORD WITH A CODE ALREADY IN THE TABLE IS A        *    04190000
      * DUPLICATE FROM A RAW EDIT - IT IS LISTED AND DROPPED, THE  *    04200000
      * FIRST COPY WINS                                            *    04210000
      **************************************************************    04220000
       105-LOAD-PRODUCT-TABLE.                                          04230000
                                                                        04240000
           PERFORM 106-READ-PRODUCT-RECORD.                             04250000
           PERFORM 107-STORE-PRODUCT-TABLE-ENTRY UNTIL PRODMAST-EOF.    04260000
                                                                        04270000
      **************************************************************    04280000
      * READS A LINE OF THE PRODUCT REFERENCE FILE AND IF ITS THE  *    04290000
      * LAST ONE UPDATES THE PRODMAST-EOF-SWITCH                   *    04300000
      **************************************************************    04310000
       106-READ-PRODUCT-RECORD.                                         04320000
                                                                        04330000
           READ PRODMAST                                                04340000
               AT END                                                   04350000
                   MOVE "Y" TO PRODMAST-EOF-SWITCH.                     04360000
                                                                        04370000
      **************************************************************    04380000
      * ADDS THE PRODUCT WE JUST READ TO THE PRODUCT-TABLE (UNLESS *    04390000
      * ITS CODE IS ALREADY THERE) THEN READS THE NEXT ONE         *    04400000
      **************************************************************    04410000
       107-STORE-PRODUCT-TABLE-ENTRY.                                   04420000
                                                                        04430000
           MOVE PM-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE.                 04440000
           PERFORM 150-FIND-PRODUCT-ENTRY.                              04450000
                                                                        04460000
           EVALUATE TRUE                                                04470000
               WHEN PRODUCT-FOUND                                       04480000
                   MOVE PM-PRODUCT-CODE TO DWL-PRODUCT-CODE             04490000
                   MOVE PM-PRODUCT-NAME TO DWL-PRODUCT-NAME             04500000
                   PERFORM 145-PRINT-DUPLICATE-WARNING                  04510000
                   PERFORM 106-READ-PRODUCT-RECORD                      04520000
               WHEN PRODUCT-TABLE-COUNT >= 200                          04530000
                   *> PRODUCT-TABLE ONLY HOLDS 200 ENTRIES - ABORT      04540000
                   *> RATHER THAN OVERRUN IT                            04550000
                   DISPLAY "PRD5000 - RUN ABORTED - PRODUCT-TABLE FULL" 04560000
                   MOVE "Y" TO TABLE-OVERFLOW-SWITCH                    04570000
                   MOVE "Y" TO PRODMAST-EOF-SWITCH                      04580000
               WHEN OTHER                                               04590000
                   ADD 1 TO PRODUCT-TABLE-COUNT                         04600000
                   SET PD-INDEX TO PRODUCT-TABLE-COUNT                  04610000
                   MOVE PM-PRODUCT-CODE TO PD-PRODUCT-CODE(PD-INDEX)    04620000
                   MOVE PM-PRODUCT-NAME TO PD-PRODUCT-NAME(PD-INDEX)    04630000
                   MOVE "N"             TO PD-DELETED-SWITCH(PD-INDEX)  04640000
                   PERFORM 106-READ-PRODUCT-RECORD                      04650000
           END-EVALUATE.                                                04660000
                                                                        04670000
      **************************************************************    04680000
      * READS EVERY TRANSACTION INTO THE TRAN-TABLE SO THE WHOLE   *    04690000
      * FILE CAN BE WALKED IN ONE PASS                             *    04700000
      **************************************************************    04710000
       120-LOAD-TRAN-TABLE.                                             04720000
                                                                        04730000
           PERFORM 121-READ-PRODUCT-TRANSACTION.                        04740000
           PERFORM 122-STORE-TRAN-TABLE-ENTRY UNTIL PRODTRAN-EOF.       04750000
                                                                        04760000
      **************************************************************    04770000
      * READS A LINE OF THE TRANSACTION FILE AND IF ITS THE LAST   *    04780000
      * ONE UPDATES THE PRODTRAN-EOF-SWITCH                        *    04790000
      **************************************************************    04800000
       121-READ-PRODUCT-TRANSACTION.                                    04810000
                                                                        04820000
           READ PRODTRAN                                                04830000
               AT END                                                   04840000
                   MOVE "Y" TO PRODTRAN-EOF-SWITCH.                     04850000
                                                                        04860000
      **************************************************************    04870000
      * ADDS THE TRANSACTION WE JUST READ TO THE TRAN-TABLE THEN   *    04880000
      * READS THE NEXT ONE. TRAN-TABLE ONLY HOLDS 200 ENTRIES -    *    04890000
      * ABORT RATHER THAN OVERRUN IT                               *    04900000
      **************************************************************    04910000
       122-STORE-TRAN-TABLE-ENTRY.                                      04920000
                                                                        04930000
           IF TRAN-TABLE-COUNT >= 200                                   04940000
               DISPLAY "PRD5000 - RUN ABORTED - TRAN-TABLE FULL"        04950000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        04960000
               MOVE "Y" TO PRODTRAN-EOF-SWITCH                          04970000
           ELSE                                                         04980000
               ADD 1 TO TRAN-TABLE-COUNT                                04990000
               ADD 1 TO TRANSACTION-COUNT                               05000000
               MOVE TRAN-TABLE-COUNT TO TRAN-SUB                        05010000
               MOVE PT-TRANS-TYPE      TO TT-TRANS-TYPE(TRAN-SUB)       05020000
               MOVE PT-PRODUCT-CODE    TO TT-PRODUCT-CODE(TRAN-SUB)     05030000
               MOVE PT-PRODUCT-NAME    TO TT-PRODUCT-NAME(TRAN-SUB)     05040000
               MOVE PT-CHANGE-REASON   TO TT-CHANGE-REASON(TRAN-SUB)    05050000
               MOVE SPACES             TO TT-REASON-CODE(TRAN-SUB)      05060000
               PERFORM 121-READ-PRODUCT-TRANSACTION                     05070000
           END-IF.                                                      05080000
                                                                        05090000
      **************************************************************    05100000
      * VALIDATES AND APPLIES ONE TRANSACTION. THE FIRST CHECK     *    05110000
      * THAT FAILS SETS THE REASON CODE AND THE TRANSACTION PRINTS *    05120000
      * AS A REJECT - THE REST OF THE FILE STILL APPLIES           *    05130000
      **************************************************************    05140000
       130-APPLY-ONE-TRANSACTION.                                       05150000
                                                                        05160000
           MOVE SPACES TO EDIT-REASON-CODE.                             05170000
                                                                        05180000
           EVALUATE TRUE                                                05190000
               WHEN TT-TRANS-TYPE(TRAN-SUB) NOT = "A"                   05200000
                AND TT-TRANS-TYPE(TRAN-SUB) NOT = "C"                   05210000
                AND TT-TRANS-TYPE(TRAN-SUB) NOT = "D"                   05220000
                   MOVE "TYP" TO EDIT-REASON-CODE                       05230000
               WHEN TT-PRODUCT-CODE(TRAN-SUB) = SPACES                  05240000
                   MOVE "KEY" TO EDIT-REASON-CODE                       05250000
               WHEN TT-TRANS-TYPE(TRAN-SUB) NOT = "D"                   05260000
                AND TT-PRODUCT-NAME(TRAN-SUB) = SPACES                  05270000
                   MOVE "NAM" TO EDIT-REASON-CODE                       05280000
               WHEN OTHER                                               05290000
                   PERFORM 131-APPLY-CLEAN-TRANSACTION                  05300000
           END-EVALUATE.                                                05310000
                                                                        05320000
           IF NOT TRANSACTION-IS-CLEAN                                  05330000
               MOVE EDIT-REASON-CODE TO TT-REASON-CODE(TRAN-SUB)        05340000
               ADD 1 TO INVALID-TRANS-COUNT                             05350000
               PERFORM 140-PRINT-INVALID-TRANSACTION                    05360000
           END-IF.                                                      05370000
                                                                        05380000
      **************************************************************    05390000
      * ROUTES A TRANSACTION THAT PASSED THE FIELD EDITS TO THE    *    05400000
      * PARAGRAPH THAT APPLIES IT TO THE TABLE. THE APPLY CAN      *    05410000
      * STILL SET DUP OR NOF                                       *    05420000
      **************************************************************    05430000
       131-APPLY-CLEAN-TRANSACTION.                                     05440000
                                                                        05450000
           EVALUATE TT-TRANS-TYPE(TRAN-SUB)                             05460000
               WHEN "A"                                                 05470000
                   PERFORM 160-ADD-PRODUCT                              05480000
               WHEN "C"                                                 05490000
                   PERFORM 161-CHANGE-PRODUCT                           05500000
               WHEN "D"                                                 05510000
                   PERFORM 162-DELETE-PRODUCT                           05520000
           END-EVALUATE.                                                05530000
                                                                        05540000
      **************************************************************    05550000
      * PRINTS ONE INVALID TRANSACTION ON THE AUDIT REPORT WITH    *    05560000
      * ITS REASON CODE AND A SHORT DESCRIPTION OF WHAT FAILED     *    05570000
      **************************************************************    05580000
       140-PRINT-INVALID-TRANSACTION.                                   05590000
                                                                        05600000
           IF LINE-COUNT >= LINES-ON-PAGE                               05610000
               PERFORM 230-PRINT-HEADING-LINES.                         05620000
                                                                        05630000
           MOVE TT-TRANS-TYPE(TRAN-SUB)     TO ITL-TRANS-TYPE.          05640000
           MOVE TT-PRODUCT-CODE(TRAN-SUB)   TO ITL-PRODUCT-CODE.        05650000
           MOVE TT-PRODUCT-NAME(TRAN-SUB)   TO ITL-PRODUCT-NAME.        05660000
           MOVE TT-REASON-CODE(TRAN-SUB)    TO ITL-REASON-CODE.         05670000
                                                                        05680000
           EVALUATE TT-REASON-CODE(TRAN-SUB)                            05690000
               WHEN "TYP"                                               05700000
                   MOVE "TRANSACTION TYPE NOT A/C/D"                    05710000
                       TO ITL-REASON-TEXT                               05720000
               WHEN "KEY"                                               05730000
                   MOVE "PRODUCT CODE IS BLANK"                         05740000
                       TO ITL-REASON-TEXT                               05750000
               WHEN "NAM"                                               05760000
                   MOVE "NAME IS BLANK ON AN ADD OR CHANGE"             05770000
                       TO ITL-REASON-TEXT                               05780000
               WHEN "DUP"                                               05790000
                   MOVE "PRODUCT CODE ALREADY ON THE FILE"              05800000
                       TO ITL-REASON-TEXT                               05810000
               WHEN "NOF"                                               05820000
                   MOVE "PRODUCT CODE NOT ON THE FILE"                  05830000
                       TO ITL-REASON-TEXT                               05840000
               WHEN OTHER                                               05850000
                   MOVE SPACES TO ITL-REASON-TEXT                       05860000
           END-EVALUATE.                                                05870000
                                                                        05880000
           MOVE INVALID-TRANS-LINE TO PRDRPT-PRINT-AREA.                05890000
           PERFORM 225-WRITE-REPORT-LINE.                               05900000
                                                                        05910000
      **************************************************************    05920000
      * PRINTS ONE DUPLICATE PRODUCT CODE DROPPED FROM THE LOAD -  *    05930000
      * THE CALLER HAS ALREADY FILLED THE WARNING LINE'S FIELDS    *    05940000
      **************************************************************    05950000
       145-PRINT-DUPLICATE-WARNING.                                     05960000
                                                                        05970000
           IF LINE-COUNT >= LINES-ON-PAGE                               05980000
               PERFORM 230-PRINT-HEADING-LINES.                         05990000
                                                                        06000000
           ADD 1 TO DUPLICATE-DROP-COUNT.                               06010000
           MOVE DUPLICATE-WARN-LINE TO PRDRPT-PRINT-AREA.               06020000
           PERFORM 225-WRITE-REPORT-LINE.                               06030000
                                                                        06040000
      **************************************************************    06050000
      * FINDS THE PRODUCT-TABLE ENTRY FOR LOOKUP-PRODUCT-CODE,     *    06060000
      * DELETED OR NOT, LEAVING PD-INDEX POINTING AT IT. THE       *    06070000
      * PERFORM VARYING STEPS PD-INDEX PAST THE MATCHED ENTRY      *    06080000
      * BEFORE THE UNTIL SEES PRODUCT-FOUND, SO IT IS BACKED UP    *    06090000
      **************************************************************    06100000
       150-FIND-PRODUCT-ENTRY.                                          06110000
                                                                        06120000
           MOVE "N" TO PRODUCT-FOUND-SWITCH.                            06130000
           PERFORM 151-SEARCH-PRODUCT-TABLE                             06140000
               VARYING PD-INDEX FROM 1 BY 1                             06150000
               UNTIL PD-INDEX > PRODUCT-TABLE-COUNT                     06160000
                  OR PRODUCT-FOUND.                                     06170000
                                                                        06180000
           IF PRODUCT-FOUND                                             06190000
               SET PD-INDEX DOWN BY 1                                   06200000
           END-IF.                                                      06210000
                                                                        06220000
      **************************************************************    06230000
      * COMPARES ONE ENTRY IN THE PRODUCT-TABLE AGAINST THE CODE   *    06240000
      * WE'RE LOOKING FOR                                          *    06250000
      **************************************************************    06260000
       151-SEARCH-PRODUCT-TABLE.                                        06270000
                                                                        06280000
           IF PD-PRODUCT-CODE(PD-INDEX) = LOOKUP-PRODUCT-CODE           06290000
               MOVE "Y" TO PRODUCT-FOUND-SWITCH                         06300000
           END-IF.                                                      06310000
                                                                        06320000
      **************************************************************    06330000
      * ADDS A PRODUCT TO THE PRODUCT-TABLE. A CODE ALREADY LIVE   *    06340000
      * IS A DUPLICATE, A CODE SITTING DELETED FROM EARLIER IN THE *    06350000
      * RUN IS REUSED                                              *    06360000
      **************************************************************    06370000
       160-ADD-PRODUCT.                                                 06380000
                                                                        06390000
           MOVE TT-PRODUCT-CODE(TRAN-SUB) TO LOOKUP-PRODUCT-CODE.       06400000
           PERFORM 150-FIND-PRODUCT-ENTRY.                              06410000
                                                                        06420000
           EVALUATE TRUE                                                06430000
               WHEN PRODUCT-FOUND AND NOT PD-DELETED(PD-INDEX)          06440000
                   MOVE "DUP" TO EDIT-REASON-CODE                       06450000
               WHEN PRODUCT-FOUND                                       06460000
                   PERFORM 163-STORE-PRODUCT-FIELDS                     06470000
               WHEN PRODUCT-TABLE-COUNT >= 200                          06480000
                   DISPLAY "PRD5000 - RUN ABORTED - PRODUCT-TABLE FULL" 06490000
                   MOVE "Y" TO TABLE-OVERFLOW-SWITCH                    06500000
               WHEN OTHER                                               06510000
                   ADD 1 TO PRODUCT-TABLE-COUNT                         06520000
                   SET PD-INDEX TO PRODUCT-TABLE-COUNT                  06530000
                   MOVE TT-PRODUCT-CODE(TRAN-SUB)                       06540000
                       TO PD-PRODUCT-CODE(PD-INDEX)                     06550000
                   PERFORM 163-STORE-PRODUCT-FIELDS                     06560000
           END-EVALUATE.                                                06570000
                                                                        06580000
      **************************************************************    06590000
      * PUTS THE TRANSACTION'S NAME ON THE PRODUCT-TABLE ENTRY AT  *    06600000
      * PD-INDEX AND PRINTS THE AUDIT LINE FOR THE ADD             *    06610000
      **************************************************************    06620000
       163-STORE-PRODUCT-FIELDS.                                        06630000
                                                                        06640000
           MOVE SPACES TO AUDIT-LOG-RECORD.                             06650000
           MOVE TT-PRODUCT-NAME(TRAN-SUB) TO PD-PRODUCT-NAME(PD-INDEX). 06660000
           MOVE "N" TO PD-DELETED-SWITCH(PD-INDEX).                     06670000
           ADD 1 TO PRODUCTS-ADDED-COUNT.                               06680000
           MOVE "PRODUCT ADDED" TO ADL-ACTION-TEXT.                     06690000
           PERFORM 170-PRINT-AUDIT-LINE.                                06700000
           PERFORM 172-BUILD-PRODUCT-IMAGE.                             06710000
           MOVE PRODUCT-WORK-RECORD TO AL-AFTER-IMAGE.                  06720000
           PERFORM 175-WRITE-AUDIT-LOG-ENTRY.                           06730000
                                                                        06740000
      **************************************************************    06750000
      * CHANGES A PRODUCT LINE'S NAME - THE CODE ITSELF NEVER      *    06760000
      * CHANGES, SINCE SALESHIST CARRIES IT ON EVERY INVOICE       *    06770000
      * ALREADY POSTED                                             *    06780000
      **************************************************************    06790000
       161-CHANGE-PRODUCT.                                              06800000
                                                                        06810000
           MOVE TT-PRODUCT-CODE(TRAN-SUB) TO LOOKUP-PRODUCT-CODE.       06820000
           PERFORM 150-FIND-PRODUCT-ENTRY.                              06830000
                                                                        06840000
           IF NOT PRODUCT-FOUND OR PD-DELETED(PD-INDEX)                 06850000
               MOVE "NOF" TO EDIT-REASON-CODE                           06860000
           ELSE                                                         06870000
               PERFORM 172-BUILD-PRODUCT-IMAGE                          06880000
               MOVE SPACES TO AUDIT-LOG-RECORD                          06880001
               MOVE PRODUCT-WORK-RECORD TO AL-BEFORE-IMAGE              06890000
               MOVE TT-PRODUCT-NAME(TRAN-SUB)                           06900000
                   TO PD-PRODUCT-NAME(PD-INDEX)                         06910000
               ADD 1 TO PRODUCTS-CHANGED-COUNT                          06920000
               MOVE "PRODUCT CHANGED" TO ADL-ACTION-TEXT                06930000
               PERFORM 170-PRINT-AUDIT-LINE                             06940000
               PERFORM 172-BUILD-PRODUCT-IMAGE                          06950000
               MOVE PRODUCT-WORK-RECORD TO AL-AFTER-IMAGE               06960000
               PERFORM 175-WRITE-AUDIT-LOG-ENTRY                        06970000
           END-IF.                                                      06980000
                                                                        06990000
      **************************************************************    07000000
      * FLAGS A PRODUCT DELETED - FROM THE NEXT POSTING RUN ON,    *    07010000
      * TRN5000 REJECTS ANY TRANSACTION STILL CARRYING ITS CODE    *    07020000
      **************************************************************    07030000
       162-DELETE-PRODUCT.                                              07040000
                                                                        07050000
           MOVE TT-PRODUCT-CODE(TRAN-SUB) TO LOOKUP-PRODUCT-CODE.       07060000
           PERFORM 150-FIND-PRODUCT-ENTRY.                              07070000
                                                                        07080000
           IF NOT PRODUCT-FOUND OR PD-DELETED(PD-INDEX)                 07090000
               MOVE "NOF" TO EDIT-REASON-CODE                           07100000
           ELSE                                                         07110000
               MOVE "Y" TO PD-DELETED-SWITCH(PD-INDEX)                  07120000
               ADD 1 TO PRODUCTS-DELETED-COUNT                          07130000
               MOVE "PRODUCT DELETED" TO ADL-ACTION-TEXT                07140000
               PERFORM 170-PRINT-AUDIT-LINE                             07150000
               PERFORM 172-BUILD-PRODUCT-IMAGE                          07160000
               MOVE SPACES TO AUDIT-LOG-RECORD                          07160001
               MOVE PRODUCT-WORK-RECORD TO AL-BEFORE-IMAGE              07170000
               MOVE SPACES TO AL-AFTER-IMAGE                            07180000
               PERFORM 175-WRITE-AUDIT-LOG-ENTRY                        07190000
           END-IF.                                                      07200000
                                                                        07210000
      **************************************************************    07220000
      * PRINTS ONE APPLIED TRANSACTION ON THE AUDIT REPORT - THE   *    07230000
      * CALLER HAS ALREADY SET THE ACTION TEXT. A DELETE SHOWS THE *    07240000
      * NAME THE PRODUCT HAD ON THE FILE                           *    07250000
      **************************************************************    07260000
       170-PRINT-AUDIT-LINE.                                            07270000
                                                                        07280000
           IF LINE-COUNT >= LINES-ON-PAGE                               07290000
               PERFORM 230-PRINT-HEADING-LINES.                         07300000
                                                                        07310000
           MOVE TT-TRANS-TYPE(TRAN-SUB)     TO ADL-TRANS-TYPE.          07320000
           MOVE TT-PRODUCT-CODE(TRAN-SUB)   TO ADL-PRODUCT-CODE.        07330000
           MOVE PD-PRODUCT-NAME(PD-INDEX)   TO ADL-PRODUCT-NAME.        07340000
           MOVE AUDIT-DETAIL-LINE TO PRDRPT-PRINT-AREA.                 07350000
           PERFORM 225-WRITE-REPORT-LINE.                               07360000
                                                                        07370000
      **************************************************************    07380000
      * BUILDS THE 130-BYTE PRODMAST IMAGE OF THE PRODUCT-TABLE    *    07390000
      * ENTRY AT PD-INDEX, EXACTLY AS 501 WILL WRITE IT            *    07400000
      **************************************************************    07410000
       172-BUILD-PRODUCT-IMAGE.                                         07420000
                                                                        07430000
           MOVE SPACES TO PRODUCT-WORK-RECORD.                          07440000
           MOVE PD-PRODUCT-CODE(PD-INDEX) TO PW-PRODUCT-CODE.           07450000
           MOVE PD-PRODUCT-NAME(PD-INDEX) TO PW-PRODUCT-NAME.           07460000
                                                                        07470000
      **************************************************************    07480000
      * APPENDS ONE APPLIED TRANSACTION TO THE SHARED AUDIT LOG -  *    07490000
      * THE CALLER HAS ALREADY FILLED THE BEFORE AND AFTER IMAGES  *    07500000
      * (SPACES FOR THE SIDE AN ADD OR DELETE DOES NOT HAVE). A    *    07510000
      * PRODUCT RECORD CARRIES NO CUSTOMER, BRANCH, OR SALESREP    *    07520000
      **************************************************************    07530000
       175-WRITE-AUDIT-LOG-ENTRY.                                       07540000
                                                                        07550000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO AL-RUN-DATE.              07560000
           MOVE CURRENT-DATE-AND-TIME(9:6) TO AL-RUN-TIME.              07570000
           MOVE "PRD5000"                  TO AL-PROGRAM-ID.            07580000
           MOVE "PRODMAST"                 TO AL-MASTER-FILE.           07590000
           MOVE TT-TRANS-TYPE(TRAN-SUB)    TO AL-TRANS-TYPE.            07600000
           MOVE TT-CHANGE-REASON(TRAN-SUB) TO AL-REASON-CODE.           07610000
           MOVE SPACES TO AL-CUSTOMER-NUMBER                            07620000
                          AL-BEFORE-BRANCH                              07630000
                          AL-BEFORE-SALESREP                            07640000
                          AL-AFTER-BRANCH                               07650000
                          AL-AFTER-SALESREP.                            07660000
                                                                        07670000
           WRITE AUDIT-LOG-RECORD.                                      07680000
                                                                        07690000
      **************************************************************    07700000
      * WRITES ONE LINE TO THE AUDIT REPORT AND COUNTS IT AGAINST  *    07710000
      * THE CURRENT PAGE                                           *    07720000
      **************************************************************    07730000
       225-WRITE-REPORT-LINE.                                           07740000
           WRITE PRDRPT-PRINT-AREA.                                     07750000
           ADD 1 TO LINE-COUNT.                                         07760000
                                                                        07770000
      **************************************************************    07780000
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE    *    07790000
      * FOR EVERY PAGE                                             *    07800000
      **************************************************************    07810000
       230-PRINT-HEADING-LINES.                                         07820000
                                                                        07830000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             07840000
           *> SO WE INCREASE THE PAGE COUNT HERE                        07850000
           ADD 1 TO PAGE-COUNT.                                         07860000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      07870000
                                                                        07880000
           *> PRINT EACH HEADER LINE TO THE OUTPUT FILE                 07890000
           MOVE HEADING-LINE-1 TO PRDRPT-PRINT-AREA.                    07900000
           WRITE PRDRPT-PRINT-AREA.                                     07910000
           MOVE HEADING-LINE-2 TO PRDRPT-PRINT-AREA.                    07920000
           WRITE PRDRPT-PRINT-AREA.                                     07930000
           MOVE HEADING-LINE-3 TO PRDRPT-PRINT-AREA.                    07940000
           WRITE PRDRPT-PRINT-AREA.                                     07950000
           MOVE HEADING-LINE-4 TO PRDRPT-PRINT-AREA.                    07960000
           WRITE PRDRPT-PRINT-AREA.                                     07970000
           MOVE HEADING-LINE-5 TO PRDRPT-PRINT-AREA.                    07980000
           WRITE PRDRPT-PRINT-AREA.                                     07990000
           MOVE HEADING-LINE-6 TO PRDRPT-PRINT-AREA.                    08000000
           WRITE PRDRPT-PRINT-AREA.                                     08010000
                                                                        08020000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    08030000
           *> OF A NEW PAGE                                             08040000
           MOVE ZERO TO LINE-COUNT.                                     08050000
                                                                        08060000
      **************************************************************    08070000
      * WRITES EVERY LIVE PRODUCT-TABLE ENTRY TO THE MAINTAINED    *    08080000
      * PRODUCT FILE                                               *    08090000
      **************************************************************    08100000
       500-WRITE-NEW-PRODMAST.                                          08110000
                                                                        08120000
           PERFORM 501-WRITE-ONE-PRODUCT                                08130000
               VARYING PD-INDEX FROM 1 BY 1                             08140000
               UNTIL PD-INDEX > PRODUCT-TABLE-COUNT.                    08150000
                                                                        08160000
      **************************************************************    08170000
      * WRITES ONE LIVE PRODUCT-TABLE ENTRY                        *    08180000
      **************************************************************    08190000
       501-WRITE-ONE-PRODUCT.                                           08200000
                                                                        08210000
           IF NOT PD-DELETED(PD-INDEX)                                  08220000
               PERFORM 172-BUILD-PRODUCT-IMAGE                          08230000
               ADD 1 TO PRODUCTS-WRITTEN-COUNT                          08240000
               WRITE NEWPROD-RECORD FROM PRODUCT-WORK-RECORD            08250000
           END-IF.                                                      08260000
                                                                        08270000
      **************************************************************    08280000
      * PRINTS THE RUN'S CONTROL COUNTS AND SETTLES THE RETURN     *    08290000
      * CODE - ANY REJECT OR DROPPED DUPLICATE ENDS THE RUN RC=4   *    08300000
      * SO THE AUDIT REPORT GETS LOOKED AT                         *    08310000
      **************************************************************    08320000
       300-PRINT-MAINTENANCE-TOTALS.                                    08330000
                                                                        08340000
           IF LINE-COUNT >= LINES-ON-PAGE                               08350000
               PERFORM 230-PRINT-HEADING-LINES.                         08360000
                                                                        08370000
           MOVE SPACES TO PRDRPT-PRINT-AREA.                            08380000
           PERFORM 225-WRITE-REPORT-LINE.                               08390000
                                                                        08400000
           MOVE "TRANSACTIONS READ" TO SUM-LABEL.                       08410000
           MOVE TRANSACTION-COUNT TO SUM-COUNT.                         08420000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08430000
           PERFORM 225-WRITE-REPORT-LINE.                               08440000
                                                                        08450000
           MOVE "PRODUCTS ADDED" TO SUM-LABEL.                          08460000
           MOVE PRODUCTS-ADDED-COUNT TO SUM-COUNT.                      08470000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08480000
           PERFORM 225-WRITE-REPORT-LINE.                               08490000
                                                                        08500000
           MOVE "PRODUCTS CHANGED" TO SUM-LABEL.                        08510000
           MOVE PRODUCTS-CHANGED-COUNT TO SUM-COUNT.                    08520000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08530000
           PERFORM 225-WRITE-REPORT-LINE.                               08540000
                                                                        08550000
           MOVE "PRODUCTS DELETED" TO SUM-LABEL.                        08560000
           MOVE PRODUCTS-DELETED-COUNT TO SUM-COUNT.                    08570000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08580000
           PERFORM 225-WRITE-REPORT-LINE.                               08590000
                                                                        08600000
           MOVE "TRANSACTIONS REJECTED" TO SUM-LABEL.                   08610000
           MOVE INVALID-TRANS-COUNT TO SUM-COUNT.                       08620000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08630000
           PERFORM 225-WRITE-REPORT-LINE.                               08640000
                                                                        08650000
           MOVE "DUPLICATE CODES DROPPED" TO SUM-LABEL.                 08660000
           MOVE DUPLICATE-DROP-COUNT TO SUM-COUNT.                      08670000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08680000
           PERFORM 225-WRITE-REPORT-LINE.                               08690000
                                                                        08700000
           MOVE "PRODUCTS WRITTEN" TO SUM-LABEL.                        08710000
           MOVE PRODUCTS-WRITTEN-COUNT TO SUM-COUNT.                    08720000
           MOVE SUMMARY-LINE TO PRDRPT-PRINT-AREA.                      08730000
           PERFORM 225-WRITE-REPORT-LINE.                               08740000
                                                                        08750000
           IF (INVALID-TRANS-COUNT > ZERO                               08760000
               OR DUPLICATE-DROP-COUNT > ZERO)                          08770000
              AND RETURN-CODE = ZERO                                    08780000
               MOVE 4 TO RETURN-CODE                                    08790000
           END-IF.                                                      08800000
                                                                        08810000
           DISPLAY "PRD5000 - " TRANSACTION-COUNT                       08820000
               " TRANSACTIONS, " INVALID-TRANS-COUNT                    08830000
               " REJECTED".                                             08840000
