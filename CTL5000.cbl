       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. CTL5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program keeps the nightly jobs in step     00080000
      *   with each other through the batch-state control file,         00090000
      *   BATCHCTL. Every job that touches CUSTMAST runs it as its      00100000
      *   first step with FUNC=START and JOB= its own job name. The     00110000
      *   job is only cleared to start when the step it depends on      00120000
      *   has finished clean (RC 4 or less) for the business date -     00130000
      *   IDX5000J waits on TRN5000, RPT5000J waits on IDX5000, and     00140000
      *   CMM5000J, MNT5000J, EOY5000J and SEG5000J wait until a        00150000
      *   night that TRN5000J has started has got all the way           00160000
      *   through RPT5000, while TRN5000J itself will not open a        00170000
      *   new business date over a night whose report never ran -       00180000
      *   and only when the control trailer on the live CUSTMAST is     00190000
      *   the same one the last step to write or read the master        00190001
      *   recorded (a new master that never went live leaves the        00190002
      *   one before it in place, and the job that wrote it may         00190003
      *   start over from that one). A job that fails either check      00190004
      *   is refused with a console message and RC=16 (FORCE on         00190005
      *   the parm overrides, and is logged as such).                   00220000
      *   Every decision is appended to BATCHCTL, and TRN5000,          00230000
      *   IDX5000, RPT5000, CMM5000, MNT5000 and EOY5000 each append    00240000
      *   their own end-of-step record with the return code and the     00250000
      *   trailer count they saw. FUNC=STATUS prints a one-page         00260000
      *   picture of where the business date stands that operations     00270000
      *   can run at any time                                           00280000
       ENVIRONMENT DIVISION.                                            00290000
                                                                        00300000
       INPUT-OUTPUT SECTION.                                            00310000
                                                                        00320000
       FILE-CONTROL.                                                    00330000
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00340000
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00350000
           SELECT CTLRPT ASSIGN TO CTLRPT.                              00360000
                                                                        00370000
       DATA DIVISION.                                                   00380000
                                                                        00390000
       FILE SECTION.                                                    00400000
                                                                        00410000
      **************************************************************    00420000
      * BATCH-STATE CONTROL FILE - ONE RECORD PER START DECISION   *    00430000
      * AND ONE PER STEP THAT ENDED. EVERY RUN APPENDS, SO THE     *    00440000
      * FILE IS ALREADY IN THE ORDER THINGS HAPPENED               *    00450000
      **************************************************************    00460000
       FD  BATCHCTL                                                     00470000
           RECORDING MODE IS F                                          00480000
           LABEL RECORDS ARE STANDARD                                   00490000
           RECORD CONTAINS 130 CHARACTERS                               00500000
           BLOCK CONTAINS 130 CHARACTERS.                               00510000
       01  BATCH-CONTROL-RECORD.                                        00520000
           05  BC-BUSINESS-DATE        PIC 9(8).                        00530000
           05  BC-JOB-NAME             PIC X(8).                        00540000
           05  BC-STEP-NAME            PIC X(8).                        00550000
           05  BC-EVENT                PIC X(1).                        00560000
               88  BC-GATE-PASSED               VALUE "S".              00570000
               88  BC-GATE-FORCED               VALUE "F".              00580000
               88  BC-GATE-REFUSED              VALUE "R".              00590000
               88  BC-STEP-ENDED                VALUE "E".              00600000
           05  BC-RETURN-CODE          PIC 9(2).                        00610000
           05  BC-TRAILER-SOURCE       PIC X(1).                        00620000
               88  BC-LIVE-MASTER               VALUE "L".              00630000
               88  BC-NEW-MASTER                VALUE "N".              00640000
               88  BC-COPY-OF-MASTER            VALUE "C".              00650000
           05  BC-TRAILER-COUNT        PIC 9(7).                        00660000
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  00670000
           05  BC-RUN-DATE             PIC 9(8).                        00680000
           05  BC-RUN-TIME             PIC 9(6).                        00690000
           05  BC-MESSAGE              PIC X(40).                       00700000
           05  FILLER                  PIC X(30).                       00710000
                                                                        00720000
      **************************************************************    00730000
      * THE LIVE CUSTOMER MASTER - ONLY ITS CONTROL TRAILER, THE   *    00740000
      * LAST RECORD ON THE FILE, IS LOOKED AT                      *    00750000
      **************************************************************    00760000
       FD  CUSTMAST                                                     00770000
           RECORDING MODE IS F                                          00780000
           LABEL RECORDS ARE STANDARD                                   00790000
           RECORD CONTAINS 130 CHARACTERS                               00800000
           BLOCK CONTAINS 130 CHARACTERS.                               00810000
       01  CUSTOMER-MASTER-RECORD      PIC X(130).                      00820000
                                                                        00830000
      **************************************************************    00840000
      * OUTPUT FILE - THE ONE-PAGE CHAIN STATUS REPORT             *    00850000
      **************************************************************    00860000
       FD  CTLRPT                                                       00870000
           RECORDING MODE IS F                                          00880000
           LABEL RECORDS ARE STANDARD                                   00890000
           RECORD CONTAINS 130 CHARACTERS                               00900000
           BLOCK CONTAINS 130 CHARACTERS.                               00910000
       01  PRINT-AREA      PIC X(130).                                  00920000
                                                                        00930000
       WORKING-STORAGE SECTION.                                         00940000
                                                                        00950000
      *------------------------------------------------------------*    00960000
      *                        WORKING FIELDS                      *    00970000
      *============================================================*    00980000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00990000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01000000
      *------------------------------------------------------------*    01010000
                                                                        01020000
      **************************************************************    01030000
      * SWITCHES FOR END OF FILE, THE PARM, AND THE TRAILER CHECK  *    01040000
      **************************************************************    01050000
       01  SWITCHES.                                                    01060000
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              01070000
               88  BATCHCTL-EOF                 VALUE "Y".              01080000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              01090000
               88  CUSTMAST-EOF                 VALUE "Y".              01100000
           05  PARM-ERROR-SWITCH       PIC X    VALUE "N".              01110000
               88  PARM-ERROR                   VALUE "Y".              01120000
           05  FORCE-RUN-SWITCH        PIC X    VALUE "N".              01130000
               88  FORCE-RUN                    VALUE "Y".              01140000
           05  LIVE-TRAILER-SWITCH     PIC X    VALUE "N".              01150000
               88  LIVE-TRAILER-SEEN            VALUE "Y".              01160000
           05  RECORDED-TRAILER-SWITCH PIC X    VALUE "N".              01170000
               88  TRAILER-ON-FILE              VALUE "Y".              01180000
           05  TRAILER-MATCH-SWITCH    PIC X    VALUE "N".              01190000
               88  TRAILER-MATCHES              VALUE "Y".              01200000
           05  NEW-MASTER-SWITCH       PIC X    VALUE "N".              01200001
               88  NEW-MASTER-PENDING           VALUE "Y".              01200002
           05  PRIOR-TRAILER-SWITCH    PIC X    VALUE "N".              01200003
               88  PRIOR-TRAILER-ON-FILE        VALUE "Y".              01200004
           05  PRIOR-MASTER-SWITCH     PIC X    VALUE "N".              01200005
               88  PRIOR-MASTER-LIVE            VALUE "Y".              01200006
           05  PRINT-EVENTS-SWITCH     PIC X    VALUE "N".              01210000
               88  PRINT-EVENTS                 VALUE "Y".              01220000
                                                                        01230000
      **************************************************************    01240000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    01250000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). WITH NO PARM THE  *    01260000
      * RUN PRINTS THE STATUS REPORT FOR THE LATEST BUSINESS DATE  *    01270000
      **************************************************************    01280000
       01  RUN-PARM-FIELDS.                                             01290000
           05  PARM-FUNCTION        PIC X(6)     VALUE "STATUS".        01300000
               88  START-FUNCTION                VALUE "START".         01310000
               88  STATUS-FUNCTION               VALUE "STATUS".        01320000
           05  PARM-JOB-NAME        PIC X(8)     VALUE SPACE.           01330000
           05  PARM-BUSINESS-DATE   PIC 9(8)     VALUE ZERO.            01340000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            01350000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            01360000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       01370000
                   INDEXED BY PK-INDEX.                                 01380000
               10  PK-RAW-PAIR     PIC X(40).                           01390000
               10  PK-KEY          PIC X(20).                           01400000
               10  PK-VALUE        PIC X(20).                           01410000
                                                                        01420000
      **************************************************************    01430000
      * THE BUSINESS DATE BEING GATED OR REPORTED, THE LATEST ONE  *    01440000
      * ANY JOB HAS RECORDED, AND THE REASON A START IS REFUSED    *    01450000
      **************************************************************    01460000
       01  CONTROL-FIELDS.                                              01470000
           05  RUN-DATE                PIC 9(8)  VALUE ZERO.            01480000
           05  RUN-TIME                PIC 9(6)  VALUE ZERO.            01490000
           05  BUSINESS-DATE           PIC 9(8)  VALUE ZERO.            01500000
           05  LATEST-BUSINESS-DATE    PIC 9(8)  VALUE ZERO.            01510000
           05  REFUSAL-REASON          PIC X(40) VALUE SPACE.           01520000
           05  GATE-EVENT              PIC X(1)  VALUE SPACE.           01530000
           05  FACT-SUB                PIC S9(3) COMP  VALUE ZERO.      01540000
           05  STEP-SUB                PIC S9(3) COMP  VALUE ZERO.      01550000
           05  EVENTS-PRINTED          PIC S9(5) VALUE ZERO.            01560000
           05  EVENTS-NOT-PRINTED      PIC S9(5) VALUE ZERO.            01570000
           05  EVENT-PRINT-LIMIT       PIC S9(3) VALUE +30.             01580000
           05  COUNT-EDIT              PIC Z,ZZZ,ZZ9.                   01590000
           05  HASH-EDIT               PIC -ZZZ,ZZZ,ZZ9.99.             01600000
                                                                        01610000
      **************************************************************    01620000
      * THE CONTROL TRAILER FOUND AS THE LAST RECORD ON THE LIVE   *    01630000
      * CUSTMAST                                                   *    01640000
      **************************************************************    01650000
       01  CONTROL-TRAILER-AREA.                                        01660000
           05  CT-TRAILER-KEY          PIC X(9).                        01670000
           05  CT-TRAILER-ID           PIC X(8).                        01680000
           05  CT-RECORD-COUNT         PIC 9(7).                        01690000
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  01700000
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  01710000
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  01720000
           05  FILLER                  PIC X(73).                       01730000
                                                                        01740000
      **************************************************************    01750000
      * THE TRAILER FIGURES ON THE LIVE MASTER AND THE LAST ONES   *    01760000
      * RECORDED ON BATCHCTL - A START DECISION, OR A CLEAN END OF *    01770000
      * A STEP THAT WROTE OR READ THE LIVE MASTER. A STEP THAT     *    01780000
      * ONLY READ A COPY OF IT (RPT5000'S SORTED COPY) DOES NOT    *    01790000
      * COUNT. WHILE THE LAST ONES ARE A NEW MASTER THAT NO START  *    01790001
      * HAS SEEN LIVE YET, THE ONES RECORDED BEFORE IT ARE KEPT AS *    01790002
      * WELL - IF THE JOB THAT WROTE IT FAILED BEFORE IT WENT LIVE *    01790003
      * THE LIVE MASTER STILL CARRIES THOSE                        *    01790004
      **************************************************************    01810000
       01  TRAILER-COMPARE-FIELDS.                                      01820000
           05  LIVE-TRAILER-COUNT      PIC 9(7)      VALUE ZERO.        01830000
           05  LIVE-TRAILER-HASH       PIC S9(9)V99  VALUE ZERO.        01840000
           05  RECORDED-TRAILER-COUNT  PIC 9(7)      VALUE ZERO.        01850000
           05  RECORDED-TRAILER-HASH   PIC S9(9)V99  VALUE ZERO.        01860000
           05  RECORDED-JOB-NAME       PIC X(8)      VALUE SPACE.       01870000
           05  RECORDED-STEP-NAME      PIC X(8)      VALUE SPACE.       01880000
           05  RECORDED-RUN-DATE       PIC 9(8)      VALUE ZERO.        01890000
           05  PRIOR-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        01890001
           05  PRIOR-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        01890002
                                                                        01900000
      **************************************************************    01910000
      * THE THREE STEPS OF THE NIGHTLY CHAIN IN THE ORDER THEY     *    01920000
      * MUST END, EACH WITH THE JOB THAT IS GATED ON ITS BEHALF    *    01930000
      **************************************************************    01940000
       01  CHAIN-STEP-VALUES.                                           01950000
           05  FILLER  PIC X(40)   VALUE                                01960000
               "TRN5000 TRN5000JPOST DAILY SALES        ".              01970000
           05  FILLER  PIC X(40)   VALUE                                01980000
               "IDX5000 IDX5000JBUILD KEYED COPY        ".              01990000
           05  FILLER  PIC X(40)   VALUE                                02000000
               "RPT5000 RPT5000JSALES REPORT            ".              02010000
       01  CHAIN-STEP-TABLE REDEFINES CHAIN-STEP-VALUES.                02020000
           05  CHAIN-STEP OCCURS 3 TIMES.                               02030000
               10  CS-STEP-NAME        PIC X(8).                        02040000
               10  CS-JOB-NAME         PIC X(8).                        02050000
               10  CS-DESCRIPTION      PIC X(24).                       02060000
                                                                        02070000
      **************************************************************    02080000
      * WHERE EACH CHAIN STEP STANDS FOR TWO BUSINESS DATES - THE  *    02090000
      * ONE BEING GATED OR REPORTED (ENTRY 1) AND THE LATEST ONE   *    02100000
      * ON FILE (ENTRY 2). THE LAST RECORD FOR A STEP WINS, SO A   *    02110000
      * RERUN THAT ENDED CLEAN CLEARS AN EARLIER FAILURE           *    02120000
      **************************************************************    02130000
       01  DATE-FACT-TABLE.                                             02140000
           05  DATE-FACTS OCCURS 2 TIMES.                               02150000
               10  DF-BUSINESS-DATE    PIC 9(8).                        02160000
               10  DF-STEP-FACTS OCCURS 3 TIMES.                        02170000
                   15  DF-STEP-STATE   PIC X(1).                        02180000
                       88  DF-STEP-NOT-RUN      VALUE SPACE.            02190000
                       88  DF-STEP-RUNNING      VALUE "S".              02200000
                       88  DF-STEP-COMPLETE     VALUE "E".              02210000
                       88  DF-STEP-FAILED       VALUE "X".              02220000
                   15  DF-STEP-RC      PIC 9(2).                        02230000
                                                                        02240000
      **************************************************************    02250000
      * TURNS A YYYYMMDD DATE INTO MM/DD/YYYY FOR PRINTING         *    02260000
      **************************************************************    02270000
       01  DATE-WORK-AREA.                                              02280000
           05  DW-DATE                 PIC 9(8).                        02290000
           05  DW-DATE-PARTS REDEFINES DW-DATE.                         02300000
               10  DW-YEAR             PIC 9(4).                        02310000
               10  DW-MONTH            PIC 9(2).                        02320000
               10  DW-DAY              PIC 9(2).                        02330000
           05  DW-EDITED.                                               02340000
               10  DW-EDIT-MONTH       PIC 9(2).                        02350000
               10  FILLER              PIC X(1)  VALUE "/".             02360000
               10  DW-EDIT-DAY         PIC 9(2).                        02370000
               10  FILLER              PIC X(1)  VALUE "/".             02380000
               10  DW-EDIT-YEAR        PIC 9(4).                        02390000
                                                                        02400000
      **************************************************************    02410000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02420000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    02430000
      **************************************************************    02440000
       01  CURRENT-DATE-AND-TIME.                                       02450000
           05  CD-YEAR         PIC 9999.                                02460000
           05  CD-MONTH        PIC 99.                                  02470000
           05  CD-DAY          PIC 99.                                  02480000
           05  CD-HOURS        PIC 99.                                  02490000
           05  CD-MINUTES      PIC 99.                                  02500000
           05  FILLER          PIC X(9).                                02510000
                                                                        02520000
      *------------------------------------------------------------*    02530000
      *                       OUTPUT FIELDS                        *    02540000
      *============================================================*    02550000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    02560000
      *                      THE OUTPUT FILES                      *    02570000
      *------------------------------------------------------------*    02580000
                                                                        02590000
      **************************************************************    02600000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    02610000
      * HOLDS THE DATE AND REPORT TITLE                            *    02620000
      **************************************************************    02630000
       01  HEADING-LINE-1.                                              02640000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             02650000
           05  HL1-MONTH       PIC 9(2).                                02660000
           05  FILLER          PIC X(1)    VALUE "/".                   02670000
           05  HL1-DAY         PIC 9(2).                                02680000
           05  FILLER          PIC X(1)    VALUE "/".                   02690000
           05  HL1-YEAR        PIC 9(4).                                02700000
           05  FILLER          PIC X(13)   VALUE SPACE.                 02710000
           05  FILLER          PIC X(40)                                02720000
               VALUE "NIGHTLY BATCH CHAIN STATUS".                      02730000
           05  FILLER          PIC X(60)   VALUE SPACE.                 02740000
                                                                        02750000
      **************************************************************    02760000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    02770000
      * HOLDS THE TIME AND THE PROGRAM ID                          *    02780000
      **************************************************************    02790000
       01  HEADING-LINE-2.                                              02800000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             02810000
           05  HL2-HOURS       PIC 9(2).                                02820000
           05  FILLER          PIC X(1)    VALUE ":".                   02830000
           05  HL2-MINUTES     PIC 9(2).                                02840000
           05  FILLER          PIC X(68)   VALUE SPACE.                 02850000
           05  FILLER          PIC X(10)   VALUE "CTL5000".             02860000
           05  FILLER          PIC X(40)   VALUE SPACE.                 02870000
                                                                        02880000
      **************************************************************    02890000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    02900000
      **************************************************************    02910000
       01  HEADING-LINE-3.                                              02920000
           05 FILLER               PIC X(130)   VALUE SPACE.            02930000
                                                                        02940000
      **************************************************************    02950000
      * THE BUSINESS DATE REPORTED AND THE LATEST ONE ON FILE      *    02960000
      **************************************************************    02970000
       01  BUSINESS-DATE-LINE.                                          02980000
           05  FILLER              PIC X(2)     VALUE SPACE.            02990000
           05  FILLER              PIC X(24)    VALUE                   03000000
               "BUSINESS DATE REPORTED: ".                              03010000
           05  BDL-BUSINESS-DATE   PIC X(10).                           03020000
           05  FILLER              PIC X(8)     VALUE SPACE.            03030000
           05  FILLER              PIC X(33)    VALUE                   03040000
               "LATEST BUSINESS DATE ON FILE:    ".                     03050000
           05  BDL-LATEST-DATE     PIC X(10).                           03060000
           05  FILLER              PIC X(43)    VALUE SPACE.            03070000
                                                                        03080000
      **************************************************************    03090000
      * ONE SIDE OF THE TRAILER CHECK - THE LIVE MASTER OR THE     *    03100000
      * LAST RECORDED FIGURES AND WHO RECORDED THEM                *    03110000
      **************************************************************    03120000
       01  TRAILER-LINE.                                                03130000
           05  FILLER              PIC X(2)     VALUE SPACE.            03140000
           05  TL-LABEL            PIC X(24).                           03150000
           05  FILLER              PIC X(8)     VALUE "RECORDS ".       03160000
           05  TL-RECORD-COUNT     PIC Z,ZZZ,ZZ9.                       03170000
           05  FILLER              PIC X(17)    VALUE                   03180000
               "   THIS YTD HASH ".                                     03190000
           05  TL-HASH-THIS-YTD    PIC -ZZZ,ZZZ,ZZ9.99.                 03200000
           05  FILLER              PIC X(3)     VALUE SPACE.            03210000
           05  TL-SOURCE-TEXT      PIC X(40).                           03220000
           05  FILLER              PIC X(12)    VALUE SPACE.            03230000
                                                                        03240000
       01  TRAILER-CHECK-LINE.                                          03250000
           05  FILLER              PIC X(2)     VALUE SPACE.            03260000
           05  FILLER              PIC X(24)    VALUE                   03270000
               "TRAILER CHECK:".                                        03280000
           05  TCL-RESULT-TEXT     PIC X(60).                           03290000
           05  FILLER              PIC X(44)    VALUE SPACE.            03300000
                                                                        03310000
      **************************************************************    03320000
      * STORES THE COLUMN HEADINGS FOR THE EVENT LOG               *    03330000
      **************************************************************    03340000
       01  COLUMN-HEADING-1.                                            03350000
           05  FILLER      PIC X(14)   VALUE "  RUN DATE    ".          03360000
           05  FILLER      PIC X(10)   VALUE "RUN TIME  ".              03370000
           05  FILLER      PIC X(10)   VALUE "JOB       ".              03380000
           05  FILLER      PIC X(10)   VALUE "STEP      ".              03390000
           05  FILLER      PIC X(9)    VALUE "EVENT    ".               03400000
           05  FILLER      PIC X(4)    VALUE "RC  ".                    03410000
           05  FILLER      PIC X(8)    VALUE "MASTER  ".                03420000
           05  FILLER      PIC X(11)   VALUE "  RECORDS  ".             03430000
           05  FILLER      PIC X(7)    VALUE "REASON ".                 03440000
           05  FILLER      PIC X(47)   VALUE SPACE.                     03450000
                                                                        03460000
      **************************************************************    03470000
      * STORES ONE BATCHCTL EVENT FOR THE BUSINESS DATE            *    03480000
      **************************************************************    03490000
       01  EVENT-LINE.                                                  03500000
           05  FILLER              PIC X(2)     VALUE SPACE.            03510000
           05  EL-RUN-MONTH        PIC 9(2).                            03520000
           05  FILLER              PIC X(1)     VALUE "/".              03530000
           05  EL-RUN-DAY          PIC 9(2).                            03540000
           05  FILLER              PIC X(1)     VALUE "/".              03550000
           05  EL-RUN-YEAR         PIC 9(4).                            03560000
           05  FILLER              PIC X(2)     VALUE SPACE.            03570000
           05  EL-RUN-HOURS        PIC 9(2).                            03580000
           05  FILLER              PIC X(1)     VALUE ":".              03590000
           05  EL-RUN-MINUTES      PIC 9(2).                            03600000
           05  FILLER              PIC X(1)     VALUE ":".              03610000
           05  EL-RUN-SECONDS      PIC 9(2).                            03620000
           05  FILLER              PIC X(2)     VALUE SPACE.            03630000
           05  EL-JOB-NAME         PIC X(8).                            03640000
           05  FILLER              PIC X(2)     VALUE SPACE.            03650000
           05  EL-STEP-NAME        PIC X(8).                            03660000
           05  FILLER              PIC X(2)     VALUE SPACE.            03670000
           05  EL-EVENT-TEXT       PIC X(7).                            03680000
           05  FILLER              PIC X(2)     VALUE SPACE.            03690000
           05  EL-RETURN-CODE      PIC 9(2).                            03700000
           05  FILLER              PIC X(2)     VALUE SPACE.            03710000
           05  EL-SOURCE-TEXT      PIC X(6).                            03720000
           05  FILLER              PIC X(2)     VALUE SPACE.            03730000
           05  EL-TRAILER-COUNT    PIC Z,ZZZ,ZZ9.                       03740000
           05  FILLER              PIC X(2)     VALUE SPACE.            03750000
           05  EL-MESSAGE          PIC X(40).                           03760000
           05  FILLER              PIC X(12)    VALUE SPACE.            03770000
                                                                        03780000
      **************************************************************    03790000
      * STORES ONE CHAIN STEP'S PROGRESS FOR THE BUSINESS DATE     *    03800000
      **************************************************************    03810000
       01  STEP-PROGRESS-LINE.                                          03820000
           05  FILLER              PIC X(2)     VALUE SPACE.            03830000
           05  SPL-JOB-NAME        PIC X(8).                            03840000
           05  FILLER              PIC X(2)     VALUE SPACE.            03850000
           05  SPL-STEP-NAME       PIC X(8).                            03860000
           05  FILLER              PIC X(2)     VALUE SPACE.            03870000
           05  SPL-DESCRIPTION     PIC X(24).                           03880000
           05  FILLER              PIC X(2)     VALUE SPACE.            03890000
           05  SPL-STATE-TEXT      PIC X(40).                           03900000
           05  FILLER              PIC X(42)    VALUE SPACE.            03910000
                                                                        03920000
      **************************************************************    03930000
      * STORES A FREE-TEXT LINE - THE NIGHT STATUS, THE EVENT LOG  *    03940000
      * OVERFLOW, AND THE NOTHING-RECORDED LINE                    *    03950000
      **************************************************************    03960000
       01  MESSAGE-LINE.                                                03970000
           05  FILLER              PIC X(2)     VALUE SPACE.            03980000
           05  ML-LABEL            PIC X(24).                           03990000
           05  ML-TEXT             PIC X(80).                           04000000
           05  FILLER              PIC X(24)    VALUE SPACE.            04010000
                                                                        04020000
       LINKAGE SECTION.                                                 04030000
                                                                        04040000
      **************************************************************    04050000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    04060000
      * CLAUSE. HOLDS COMMA-SEPARATED KEYWORD=VALUE PAIRS, E.G.    *    04070000
      * "FUNC=START,JOB=RPT5000J". PARM-LENGTH IS THE 2-BYTE       *    04080000
      * BINARY HALFWORD MVS PLACES AHEAD OF THE PARM TEXT ITSELF - *    04090000
      * PARM-DATA MUST NEVER BE SCANNED PAST PARM-LENGTH BYTES     *    04100000
      **************************************************************    04110000
       01  RUN-PARM-AREA.                                               04120000
           05  PARM-LENGTH         PIC S9(4) COMP.                      04130000
           05  PARM-DATA           PIC X(80).                           04140000
                                                                        04150000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          04160000
                                                                        04170000
      **************************************************************    04180000
      * CHECKS THE PARM, READS THE LIVE TRAILER AND THE CONTROL    *    04190000
      * FILE, THEN EITHER GATES THE JOB OR PRINTS THE STATUS PAGE  *    04200000
      **************************************************************    04210000
       000-CONTROL-BATCH-CHAIN.                                         04220000
                                                                        04230000
           PERFORM 010-PARSE-RUN-PARM.                                  04240000
                                                                        04250000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        04260000
           *> LINES AND THE CONTROL RECORD                              04270000
           PERFORM 100-FORMAT-REPORT-HEADING.                           04280000
                                                                        04290000
           EVALUATE TRUE                                                04300000
               WHEN PARM-ERROR                                          04310000
                   DISPLAY "CTL5000 - RUN ABORTED - PARM NOT VALID - "  04320000
                       "USE FUNC=START OR FUNC=STATUS, JOB=JOBNAME, "   04330000
                       "DATE=YYYYMMDD, FORCE"                           04340000
                   MOVE 16 TO RETURN-CODE                               04350000
               WHEN START-FUNCTION AND PARM-JOB-NAME = SPACE            04360000
                   DISPLAY "CTL5000 - RUN ABORTED - FUNC=START NEEDS "  04370000
                       "THE JOB= IT IS GATING"                          04380000
                   MOVE 16 TO RETURN-CODE                               04390000
               WHEN OTHER                                               04400000
                   PERFORM 200-READ-LIVE-TRAILER                        04410000
                   PERFORM 300-SCAN-BATCH-CONTROL                       04420000
                   PERFORM 320-SET-BUSINESS-DATE                        04430000
                   PERFORM 330-COMPARE-TRAILERS                         04440000
                   IF START-FUNCTION                                    04450000
                       PERFORM 400-GATE-JOB-START                       04460000
                   ELSE                                                 04470000
                       PERFORM 500-PRINT-CHAIN-STATUS                   04480000
                   END-IF                                               04490000
           END-EVALUATE.                                                04500000
                                                                        04510000
           STOP RUN.                                                    04520000
                                                                        04530000
      **************************************************************    04540000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    04550000
      * APPLIES EACH ONE                                           *    04560000
      **************************************************************    04570000
       010-PARSE-RUN-PARM.                                              04580000
                                                                        04590000
           IF PARM-LENGTH > ZERO                                        04600000
               MOVE 1 TO PARM-POINTER                                   04610000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         04620000
                   UNTIL PARM-POINTER > PARM-LENGTH                     04630000
                      OR PARM-KEYWORD-COUNT >= 10                       04640000
               PERFORM 012-APPLY-PARM-KEYWORDS                          04650000
                   VARYING PK-INDEX FROM 1 BY 1                         04660000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  04670000
           END-IF.                                                      04680000
                                                                        04690000
      **************************************************************    04700000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    04710000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    04720000
      **************************************************************    04730000
       011-EXTRACT-PARM-SEGMENT.                                        04740000
                                                                        04750000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 04760000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          04770000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        04780000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           04790000
               INTO PK-RAW-PAIR(PK-INDEX)                               04800000
               WITH POINTER PARM-POINTER                                04810000
           END-UNSTRING.                                                04820000
           PERFORM 013-SPLIT-PARM-PAIR.                                 04830000
                                                                        04840000
      **************************************************************    04850000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    04860000
      **************************************************************    04870000
       013-SPLIT-PARM-PAIR.                                             04880000
                                                                        04890000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             04900000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           04910000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              04920000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 04930000
           END-UNSTRING.                                                04940000
                                                                        04950000
      **************************************************************    04960000
      * APPLIES ONE PARM KEYWORD TO ITS RUN-PARM-FIELDS ITEM. A    *    04970000
      * FUNCTION OR DATE THAT IS NOT VALID, OR A KEYWORD THIS      *    04980000
      * PROGRAM DOES NOT KNOW, STOPS THE RUN RATHER THAN GATE THE  *    04990000
      * WRONG JOB OR THE WRONG DATE                                *    05000000
      **************************************************************    05010000
       012-APPLY-PARM-KEYWORDS.                                         05020000
                                                                        05030000
           EVALUATE PK-KEY(PK-INDEX)                                    05040000
               WHEN "FUNC"                                              05050000
                   MOVE PK-VALUE(PK-INDEX) TO PARM-FUNCTION             05060000
                   IF NOT START-FUNCTION AND NOT STATUS-FUNCTION        05070000
                      OR PK-VALUE(PK-INDEX)(7:14) NOT = SPACES          05080000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    05090000
                   END-IF                                               05100000
               WHEN "JOB"                                               05110000
                   IF PK-VALUE(PK-INDEX) NOT = SPACES                   05120000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             05130000
                       MOVE PK-VALUE(PK-INDEX)(1:8) TO PARM-JOB-NAME    05140000
                   ELSE                                                 05150000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    05160000
                   END-IF                                               05170000
               WHEN "DATE"                                              05180000
                   IF PK-VALUE(PK-INDEX)(1:8) IS NUMERIC                05190000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             05200000
                       MOVE PK-VALUE(PK-INDEX)(1:8)                     05210000
                           TO PARM-BUSINESS-DATE                        05220000
                   ELSE                                                 05230000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    05240000
                   END-IF                                               05250000
               WHEN "FORCE"                                             05260000
                   *> "FORCE" ALONE OR "FORCE=Y" OVERRIDES A REFUSAL    05270000
                   *> AND LOGS THE OVERRIDE                             05280000
                   IF PK-VALUE(PK-INDEX) = SPACES                       05290000
                      OR PK-VALUE(PK-INDEX)(1:1) = "Y"                  05300000
                       MOVE "Y" TO FORCE-RUN-SWITCH                     05310000
                   END-IF                                               05320000
               WHEN OTHER                                               05330000
                   MOVE "Y" TO PARM-ERROR-SWITCH                        05340000
           END-EVALUATE.                                                05350000
                                                                        05360000
      **************************************************************    05370000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    05380000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    05390000
      **************************************************************    05400000
       100-FORMAT-REPORT-HEADING.                                       05410000
                                                                        05420000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         05430000
                                                                        05440000
           MOVE CD-MONTH   TO HL1-MONTH.                                05450000
           MOVE CD-DAY     TO HL1-DAY.                                  05460000
           MOVE CD-YEAR    TO HL1-YEAR.                                 05470000
           MOVE CD-HOURS   TO HL2-HOURS.                                05480000
           MOVE CD-MINUTES TO HL2-MINUTES.                              05490000
                                                                        05500000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO RUN-DATE.                 05510000
           MOVE CURRENT-DATE-AND-TIME(9:6) TO RUN-TIME.                 05520000
                                                                        05530000
      **************************************************************    05540000
      * PASSES THE LIVE CUSTMAST FOR ITS CONTROL TRAILER - THE     *    05550000
      * ALL-NINES KEY SORTS IT BEHIND EVERY REAL CUSTOMER          *    05560000
      **************************************************************    05570000
       200-READ-LIVE-TRAILER.                                           05580000
                                                                        05590000
           OPEN INPUT CUSTMAST.                                         05600000
           PERFORM 205-READ-CUSTOMER-RECORD.                            05610000
           PERFORM 210-CHECK-FOR-TRAILER UNTIL CUSTMAST-EOF.            05620000
           CLOSE CUSTMAST.                                              05630000
                                                                        05640000
      **************************************************************    05650000
      * READS THE NEXT MASTER RECORD AND IF ITS THE LAST ONE       *    05660000
      * UPDATES THE CUSTMAST-EOF-SWITCH                            *    05670000
      **************************************************************    05680000
       205-READ-CUSTOMER-RECORD.                                        05690000
                                                                        05700000
           READ CUSTMAST                                                05710000
               AT END                                                   05720000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     05730000
                                                                        05740000
      **************************************************************    05750000
      * KEEPS THE TRAILER'S COUNT AND THIS-YTD HASH WHEN THE       *    05760000
      * RECORD IS THE TRAILER, AND READS THE NEXT ONE              *    05770000
      **************************************************************    05780000
       210-CHECK-FOR-TRAILER.                                           05790000
                                                                        05800000
           IF CUSTOMER-MASTER-RECORD(1:9) = "999999999"                 05810000
              AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"             05820000
               MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA      05830000
               MOVE CT-RECORD-COUNT  TO LIVE-TRAILER-COUNT              05840000
               MOVE CT-HASH-THIS-YTD TO LIVE-TRAILER-HASH               05850000
               MOVE "Y" TO LIVE-TRAILER-SWITCH                          05860000
           END-IF.                                                      05870000
                                                                        05880000
           PERFORM 205-READ-CUSTOMER-RECORD.                            05890000
                                                                        05900000
      **************************************************************    05910000
      * WRITES ONE LINE TO THE REPORT                              *    05920000
      **************************************************************    05930000
       225-WRITE-REPORT-LINE.                                           05940000
           WRITE PRINT-AREA.                                            05950000
                                                                        05960000
      **************************************************************    05970000
      * PRINTS THE HEADER LINES - THE REPORT IS A SINGLE PAGE      *    05980000
      **************************************************************    05990000
       230-PRINT-HEADING-LINES.                                         06000000
                                                                        06010000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           06020000
           WRITE PRINT-AREA.                                            06030000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           06040000
           WRITE PRINT-AREA.                                            06050000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           06060000
           WRITE PRINT-AREA.                                            06070000
                                                                        06080000
      **************************************************************    06090000
      * FIRST PASS OF BATCHCTL - FINDS THE LATEST BUSINESS DATE    *    06100000
      * ANY JOB HAS RECORDED AND THE LAST TRAILER FIGURES THAT     *    06110000
      * WERE PROVED AGAINST OR WRITTEN TO THE LIVE MASTER          *    06120000
      **************************************************************    06130000
       300-SCAN-BATCH-CONTROL.                                          06140000
                                                                        06150000
           MOVE "N" TO BATCHCTL-EOF-SWITCH.                             06160000
           OPEN INPUT BATCHCTL.                                         06170000
           PERFORM 305-READ-BATCH-CONTROL.                              06180000
           PERFORM 310-NOTE-BATCH-RECORD UNTIL BATCHCTL-EOF.            06190000
           CLOSE BATCHCTL.                                              06200000
                                                                        06210000
      **************************************************************    06220000
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    06230000
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    06240000
      **************************************************************    06250000
       305-READ-BATCH-CONTROL.                                          06260000
                                                                        06270000
           READ BATCHCTL                                                06280000
               AT END                                                   06290000
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     06300000
                                                                        06310000
      **************************************************************    06320000
      * NOTES ONE RECORD'S BUSINESS DATE AND, WHEN IT RECORDS THE  *    06330000
      * LIVE MASTER'S TRAILER, ITS FIGURES, THEN READS THE NEXT    *    06340000
      **************************************************************    06350000
       310-NOTE-BATCH-RECORD.                                           06360000
                                                                        06370000
           *> A REFUSED START NEVER OPENED ITS BUSINESS DATE, SO IT     06370001
           *> CANNOT MOVE THE LATEST DATE ON FILE PAST A NIGHT THAT     06370002
           *> IS STILL UNFINISHED                                       06370003
           IF NOT BC-GATE-REFUSED                                       06370004
              AND BC-BUSINESS-DATE > LATEST-BUSINESS-DATE               06370005
               MOVE BC-BUSINESS-DATE TO LATEST-BUSINESS-DATE            06390000
           END-IF.                                                      06400000
                                                                        06410000
           *> A START THAT WAS LET THROUGH PROVED (OR, FORCED,          06420000
           *> ACCEPTED) THE MASTER AS IT STOOD, AND A STEP THAT ENDED   06430000
           *> CLEAN EITHER READ THE LIVE MASTER OR WROTE THE ONE        06440000
           *> ABOUT TO REPLACE IT - A REFUSAL OR A FAILED STEP PROVES   06450000
           *> NOTHING                                                   06460000
           IF (BC-GATE-PASSED OR BC-GATE-FORCED                         06470000
               OR (BC-STEP-ENDED AND BC-RETURN-CODE <= 4))              06480000
              AND (BC-LIVE-MASTER OR BC-NEW-MASTER)                     06490000
               *> A NEW MASTER IS ONLY PENDING UNTIL A LATER RECORD     06490001
               *> SEES IT LIVE - TILL THEN KEEP THE TRAILER IT REPLACES 06490002
               IF BC-NEW-MASTER                                         06490003
                   IF NOT NEW-MASTER-PENDING                            06490004
                       MOVE RECORDED-TRAILER-COUNT                      06490005
                           TO PRIOR-TRAILER-COUNT                       06490006
                       MOVE RECORDED-TRAILER-HASH                       06490007
                           TO PRIOR-TRAILER-HASH                        06490008
                       MOVE RECORDED-TRAILER-SWITCH                     06490009
                           TO PRIOR-TRAILER-SWITCH                      06490010
                   END-IF                                               06490011
                   MOVE "Y" TO NEW-MASTER-SWITCH                        06490012
               ELSE                                                     06490013
                   MOVE "N" TO NEW-MASTER-SWITCH                        06490014
               END-IF                                                   06490015
               MOVE BC-TRAILER-COUNT TO RECORDED-TRAILER-COUNT          06500000
               MOVE BC-TRAILER-HASH  TO RECORDED-TRAILER-HASH           06510000
               MOVE BC-JOB-NAME      TO RECORDED-JOB-NAME               06520000
               MOVE BC-STEP-NAME     TO RECORDED-STEP-NAME              06530000
               MOVE BC-RUN-DATE      TO RECORDED-RUN-DATE               06540000
               MOVE "Y" TO RECORDED-TRAILER-SWITCH                      06550000
           END-IF.                                                      06560000
                                                                        06570000
           PERFORM 305-READ-BATCH-CONTROL.                              06580000
                                                                        06590000
      **************************************************************    06600000
      * PICKS THE BUSINESS DATE - DATE= ON THE PARM WHEN GIVEN.    *    06610000
      * OTHERWISE TRN5000J OPENS A NEW BUSINESS DATE AS TODAY'S    *    06620000
      * RUN DATE, AND EVERY OTHER JOB (AND THE STATUS REPORT)      *    06630000
      * BELONGS TO THE LATEST BUSINESS DATE ON FILE                *    06640000
      **************************************************************    06650000
       320-SET-BUSINESS-DATE.                                           06660000
                                                                        06670000
           EVALUATE TRUE                                                06680000
               WHEN PARM-BUSINESS-DATE NOT = ZERO                       06690000
                   MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE             06700000
               WHEN START-FUNCTION AND PARM-JOB-NAME = "TRN5000J"       06710000
                   MOVE RUN-DATE TO BUSINESS-DATE                       06720000
               WHEN LATEST-BUSINESS-DATE NOT = ZERO                     06730000
                   MOVE LATEST-BUSINESS-DATE TO BUSINESS-DATE           06740000
               WHEN OTHER                                               06750000
                   MOVE RUN-DATE TO BUSINESS-DATE                       06760000
           END-EVALUATE.                                                06770000
                                                                        06780000
           MOVE SPACES TO DATE-FACT-TABLE.                              06790000
           MOVE BUSINESS-DATE        TO DF-BUSINESS-DATE(1).            06800000
           MOVE LATEST-BUSINESS-DATE TO DF-BUSINESS-DATE(2).            06810000
                                                                        06820000
      **************************************************************    06830000
      * COMPARES THE LIVE MASTER'S TRAILER WITH THE LAST ONE ON    *    06840000
      * FILE. NOTHING RECORDED YET (THE FIRST NIGHT) PASSES, AND   *    06850000
      * THE FIRST START DECISION SEEDS THE FIGURES. ONCE FIGURES   *    06860000
      * ARE ON FILE A MASTER WITH NO TRAILER AT ALL CANNOT MATCH   *    06870000
      * A LIVE MASTER THAT IS STILL THE ONE A PENDING NEW MASTER   *    06870001
      * WAS TO REPLACE IS NOTED FOR 400-GATE-JOB-START             *    06870002
      **************************************************************    06880000
       330-COMPARE-TRAILERS.                                            06890000
                                                                        06900000
           IF NOT TRAILER-ON-FILE                                       06910000
               MOVE "Y" TO TRAILER-MATCH-SWITCH                         06920000
           ELSE                                                         06930000
               IF LIVE-TRAILER-SEEN                                     06940000
                  AND LIVE-TRAILER-COUNT = RECORDED-TRAILER-COUNT       06950000
                  AND LIVE-TRAILER-HASH = RECORDED-TRAILER-HASH         06960000
                   MOVE "Y" TO TRAILER-MATCH-SWITCH                     06970000
               END-IF                                                   06980000
           END-IF.                                                      06990000
                                                                        06990001
           *> THE JOB THAT WROTE THE PENDING NEW MASTER FAILED BEFORE   06990002
           *> IT WENT LIVE IF THE MASTER IT REPLACES IS STILL THERE     06990003
           IF NOT TRAILER-MATCHES                                       06990004
              AND NEW-MASTER-PENDING                                    06990005
              AND PRIOR-TRAILER-ON-FILE                                 06990006
              AND LIVE-TRAILER-SEEN                                     06990007
              AND LIVE-TRAILER-COUNT = PRIOR-TRAILER-COUNT              06990008
              AND LIVE-TRAILER-HASH = PRIOR-TRAILER-HASH                06990009
               MOVE "Y" TO PRIOR-MASTER-SWITCH                          06990010
           END-IF.                                                      06990011
                                                                        07000000
      **************************************************************    07010000
      * SECOND PASS OF BATCHCTL - WORKS OUT WHERE EACH CHAIN STEP  *    07020000
      * STANDS FOR THE BUSINESS DATE AND THE LATEST DATE ON FILE,  *    07030000
      * PRINTING THE BUSINESS DATE'S EVENTS FOR THE STATUS REPORT  *    07040000
      **************************************************************    07050000
       350-SCAN-DATE-FACTS.                                             07060000
                                                                        07070000
           MOVE "N" TO BATCHCTL-EOF-SWITCH.                             07080000
           OPEN INPUT BATCHCTL.                                         07090000
           PERFORM 305-READ-BATCH-CONTROL.                              07100000
           PERFORM 355-NOTE-DATE-FACTS UNTIL BATCHCTL-EOF.              07110000
           CLOSE BATCHCTL.                                              07120000
                                                                        07130000
      **************************************************************    07140000
      * APPLIES ONE RECORD TO BOTH DATES' STEP FACTS, PRINTS IT    *    07150000
      * WHEN IT BELONGS TO THE REPORTED DATE, AND READS THE NEXT   *    07160000
      **************************************************************    07170000
       355-NOTE-DATE-FACTS.                                             07180000
                                                                        07190000
           PERFORM 360-APPLY-DATE-FACT                                  07200000
               VARYING FACT-SUB FROM 1 BY 1                             07210000
               UNTIL FACT-SUB > 2.                                      07220000
                                                                        07230000
           IF PRINT-EVENTS AND BC-BUSINESS-DATE = BUSINESS-DATE         07240000
               PERFORM 530-PRINT-EVENT-LINE                             07250000
           END-IF.                                                      07260000
                                                                        07270000
           PERFORM 305-READ-BATCH-CONTROL.                              07280000
                                                                        07290000
      **************************************************************    07300000
      * CHECKS THE RECORD AGAINST EVERY CHAIN STEP WHEN IT BELONGS *    07310000
      * TO THE DATE IN THIS ENTRY OF THE FACT TABLE                *    07320000
      **************************************************************    07330000
       360-APPLY-DATE-FACT.                                             07340000
                                                                        07350000
           IF BC-BUSINESS-DATE = DF-BUSINESS-DATE(FACT-SUB)             07360000
               PERFORM 365-APPLY-STEP-FACT                              07370000
                   VARYING STEP-SUB FROM 1 BY 1                         07380000
                   UNTIL STEP-SUB > 3                                   07390000
           END-IF.                                                      07400000
                                                                        07410000
      **************************************************************    07420000
      * A START LET THROUGH FOR THE STEP'S JOB MARKS THE STEP AS   *    07430000
      * RUNNING, AND THE STEP'S OWN END RECORD MARKS IT COMPLETE   *    07440000
      * (RC 4 OR LESS) OR FAILED                                   *    07450000
      **************************************************************    07460000
       365-APPLY-STEP-FACT.                                             07470000
                                                                        07480000
           EVALUATE TRUE                                                07490000
               WHEN (BC-GATE-PASSED OR BC-GATE-FORCED)                  07500000
                AND BC-JOB-NAME = CS-JOB-NAME(STEP-SUB)                 07510000
                   MOVE "S" TO DF-STEP-STATE(FACT-SUB, STEP-SUB)        07520000
               WHEN BC-STEP-ENDED                                       07530000
                AND BC-STEP-NAME = CS-STEP-NAME(STEP-SUB)               07540000
                   MOVE BC-RETURN-CODE                                  07550000
                       TO DF-STEP-RC(FACT-SUB, STEP-SUB)                07560000
                   IF BC-RETURN-CODE <= 4                               07570000
                       MOVE "E" TO DF-STEP-STATE(FACT-SUB, STEP-SUB)    07580000
                   ELSE                                                 07590000
                       MOVE "X" TO DF-STEP-STATE(FACT-SUB, STEP-SUB)    07600000
                   END-IF                                               07610000
           END-EVALUATE.                                                07620000
                                                                        07630000
      **************************************************************    07640000
      * DECIDES WHETHER THE JOB MAY START - ITS PREDECESSOR MUST   *    07650000
      * HAVE ENDED CLEAN FOR THE BUSINESS DATE AND THE LIVE MASTER *    07660000
      * MUST CARRY THE LAST RECORDED TRAILER. THE DECISION GOES TO *    07670000
      * THE CONSOLE AND TO BATCHCTL. A REFUSAL ENDS RC=16 SO EVERY *    07680000
      * LATER STEP OF THE JOB IS SKIPPED                           *    07690000
      **************************************************************    07700000
       400-GATE-JOB-START.                                              07710000
                                                                        07720000
           PERFORM 350-SCAN-DATE-FACTS.                                 07730000
           PERFORM 410-CHECK-JOB-ORDER.                                 07740000
                                                                        07750000
           *> A NEW MASTER THAT NEVER WENT LIVE ONLY LETS THE JOB       07750001
           *> THAT WROTE IT BACK ON - RESUBMITTED FROM THE TOP IT       07750002
           *> STARTS OVER FROM THE MASTER STILL IN PLACE. EVERY OTHER   07750003
           *> JOB EXPECTS THE NEW MASTER AND IS REFUSED                 07750004
           IF REFUSAL-REASON = SPACE AND NOT TRAILER-MATCHES            07760000
               IF PRIOR-MASTER-LIVE                                     07760001
                  AND PARM-JOB-NAME = RECORDED-JOB-NAME                 07760002
                   DISPLAY "CTL5000 - THE NEW MASTER " RECORDED-JOB-NAME07760003
                       " " RECORDED-STEP-NAME " WROTE ON "              07760004
                       RECORDED-RUN-DATE " NEVER WENT LIVE"             07760005
                   DISPLAY "CTL5000 - " PARM-JOB-NAME                   07760006
                       " STARTS OVER FROM THE MASTER IT WAS TO REPLACE" 07760007
               ELSE                                                     07760008
                   MOVE "CUSTMAST TRAILER IS NOT THE ONE RECORDED"      07760009
                       TO REFUSAL-REASON                                07760010
               END-IF                                                   07760011
           END-IF.                                                      07790000
                                                                        07800000
           EVALUATE TRUE                                                07810000
               WHEN REFUSAL-REASON = SPACE                              07820000
                   MOVE "S" TO GATE-EVENT                               07830000
                   DISPLAY "CTL5000 - " PARM-JOB-NAME                   07840000
                       " CLEARED TO START FOR BUSINESS DATE "           07850000
                       BUSINESS-DATE                                    07860000
               WHEN FORCE-RUN                                           07870000
                   MOVE "F" TO GATE-EVENT                               07880000
                   DISPLAY "CTL5000 - " PARM-JOB-NAME                   07890000
                       " FORCED TO START FOR BUSINESS DATE "            07900000
                       BUSINESS-DATE                                    07910000
                   DISPLAY "CTL5000 - OVERRIDDEN: " REFUSAL-REASON      07920000
               WHEN OTHER                                               07930000
                   MOVE "R" TO GATE-EVENT                               07940000
                   DISPLAY "CTL5000 - RUN REFUSED - " PARM-JOB-NAME     07950000
                       " FOR BUSINESS DATE " BUSINESS-DATE              07960000
                   DISPLAY "CTL5000 - " REFUSAL-REASON                  07970000
                   IF NOT TRAILER-MATCHES                               07980000
                       PERFORM 420-DISPLAY-TRAILER-MISMATCH             07990000
                   END-IF                                               08000000
                   DISPLAY "CTL5000 - RESUBMIT WITH FORCE TO OVERRIDE"  08010000
                   MOVE 16 TO RETURN-CODE                               08020000
           END-EVALUATE.                                                08030000
                                                                        08040000
           PERFORM 480-WRITE-GATE-RECORD.                               08050000
                                                                        08060000
      **************************************************************    08070000
      * THE ORDER RULES. TRN5000J OPENS A BUSINESS DATE - NOT ONE  *    08080000
      * BEHIND THE LATEST ON FILE, NOT OVER A NIGHT WHOSE REPORT   *    08090000
      * NEVER RAN, AND NOT TWICE FOR A DATE ALREADY POSTED.        *    08100000
      * IDX5000J NEEDS TRN5000 DONE, RPT5000J NEEDS IDX5000 DONE,  *    08110000
      * AND THE MAINTENANCE JOBS STAY OFF THE MASTER WHILE A       *    08120000
      * NIGHT TRN5000J STARTED HAS NOT GOT THROUGH RPT5000. ANY    *    08130000
      * OTHER JOB ONLY HAS THE TRAILER CHECKED                     *    08140000
      **************************************************************    08150000
       410-CHECK-JOB-ORDER.                                             08160000
                                                                        08170000
           EVALUATE PARM-JOB-NAME                                       08180000
               WHEN "TRN5000J"                                          08190000
                   EVALUATE TRUE                                        08200000
                       WHEN BUSINESS-DATE < LATEST-BUSINESS-DATE        08210000
                           STRING "BUSINESS DATE IS BEFORE "            08220000
                                  LATEST-BUSINESS-DATE                  08230000
                                  DELIMITED BY SIZE                     08240000
                               INTO REFUSAL-REASON                      08250000
                       WHEN BUSINESS-DATE > LATEST-BUSINESS-DATE        08260000
                        AND NOT DF-STEP-NOT-RUN(2, 1)                   08270000
                        AND NOT DF-STEP-COMPLETE(2, 3)                  08280000
                           STRING "RPT5000J HAS NOT FINISHED FOR "      08290000
                                  LATEST-BUSINESS-DATE                  08300000
                                  DELIMITED BY SIZE                     08310000
                               INTO REFUSAL-REASON                      08320000
                       WHEN DF-STEP-COMPLETE(1, 1)                      08330000
                           MOVE                                         08340000
                               "TRN5000 ALREADY COMPLETED FOR THIS DATE"08350000
                               TO REFUSAL-REASON                        08360000
                   END-EVALUATE                                         08370000
               WHEN "IDX5000J"                                          08380000
                   IF NOT DF-STEP-COMPLETE(1, 1)                        08390000
                       MOVE "TRN5000J HAS NOT FINISHED FOR THIS DATE"   08400000
                           TO REFUSAL-REASON                            08410000
                   END-IF                                               08420000
               WHEN "RPT5000J"                                          08430000
                   IF NOT DF-STEP-COMPLETE(1, 2)                        08440000
                       MOVE "IDX5000J HAS NOT FINISHED FOR THIS DATE"   08450000
                           TO REFUSAL-REASON                            08460000
                   END-IF                                               08470000
               WHEN "CMM5000J"                                          08480000
               WHEN "MNT5000J"                                          08490000
               WHEN "EOY5000J"                                          08500000
               WHEN "SEG5000J"                                          08500001
                   IF NOT DF-STEP-NOT-RUN(1, 1)                         08510000
                      AND NOT DF-STEP-COMPLETE(1, 3)                    08520000
                       MOVE "NIGHTLY CHAIN IN PROGRESS FOR THIS DATE"   08530000
                           TO REFUSAL-REASON                            08540000
                   END-IF                                               08550000
           END-EVALUATE.                                                08560000
                                                                        08570000
      **************************************************************    08580000
      * SHOWS THE OPERATOR BOTH SETS OF TRAILER FIGURES AND WHICH  *    08590000
      * STEP RECORDED THE ONES ON FILE                             *    08600000
      **************************************************************    08610000
       420-DISPLAY-TRAILER-MISMATCH.                                    08620000
                                                                        08630000
           IF LIVE-TRAILER-SEEN                                         08640000
               MOVE LIVE-TRAILER-COUNT TO COUNT-EDIT                    08650000
               MOVE LIVE-TRAILER-HASH  TO HASH-EDIT                     08660000
               DISPLAY "CTL5000 - LIVE CUSTMAST   RECORDS="             08670000
                   COUNT-EDIT " THIS YTD HASH=" HASH-EDIT               08680000
           ELSE                                                         08690000
               DISPLAY "CTL5000 - LIVE CUSTMAST HAS NO CONTROL "        08700000
                   "TRAILER"                                            08710000
           END-IF.                                                      08720000
                                                                        08730000
           MOVE RECORDED-TRAILER-COUNT TO COUNT-EDIT.                   08740000
           MOVE RECORDED-TRAILER-HASH  TO HASH-EDIT.                    08750000
           DISPLAY "CTL5000 - LAST RECORDED   RECORDS="                 08760000
               COUNT-EDIT " THIS YTD HASH=" HASH-EDIT                   08770000
               " BY " RECORDED-JOB-NAME " " RECORDED-STEP-NAME          08780000
               " ON " RECORDED-RUN-DATE.                                08790000
                                                                        08790001
           IF PRIOR-MASTER-LIVE                                         08790002
               DISPLAY "CTL5000 - THAT NEW MASTER NEVER WENT LIVE - "   08790003
                   "ONLY " RECORDED-JOB-NAME " CAN START OVER FROM THE "08790004
                   "ONE IN PLACE"                                       08790005
           END-IF.                                                      08790006
                                                                        08800000
      **************************************************************    08810000
      * APPENDS THE START DECISION TO BATCHCTL WITH THE LIVE       *    08820000
      * MASTER'S TRAILER FIGURES                                   *    08830000
      **************************************************************    08840000
       480-WRITE-GATE-RECORD.                                           08850000
                                                                        08860000
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         08870000
           MOVE BUSINESS-DATE   TO BC-BUSINESS-DATE.                    08880000
           MOVE PARM-JOB-NAME   TO BC-JOB-NAME.                         08890000
           MOVE "CTL5000"       TO BC-STEP-NAME.                        08900000
           MOVE GATE-EVENT      TO BC-EVENT.                            08910000
           MOVE RETURN-CODE     TO BC-RETURN-CODE.                      08920000
           MOVE ZERO            TO BC-TRAILER-COUNT                     08930000
                                   BC-TRAILER-HASH.                     08940000
           IF LIVE-TRAILER-SEEN                                         08950000
               MOVE "L"                TO BC-TRAILER-SOURCE             08960000
               MOVE LIVE-TRAILER-COUNT TO BC-TRAILER-COUNT              08970000
               MOVE LIVE-TRAILER-HASH  TO BC-TRAILER-HASH               08980000
           END-IF.                                                      08990000
           MOVE RUN-DATE        TO BC-RUN-DATE.                         09000000
           MOVE RUN-TIME        TO BC-RUN-TIME.                         09010000
           MOVE REFUSAL-REASON  TO BC-MESSAGE.                          09020000
                                                                        09030000
           OPEN EXTEND BATCHCTL.                                        09040000
           WRITE BATCH-CONTROL-RECORD.                                  09050000
           CLOSE BATCHCTL.                                              09060000
                                                                        09070000
      **************************************************************    09080000
      * PRINTS THE ONE-PAGE STATUS REPORT - THE DATES, THE TRAILER *    09090000
      * CHECK, THE BUSINESS DATE'S EVENTS, EACH CHAIN STEP'S       *    09100000
      * PROGRESS, AND WHERE THE NIGHT STANDS. A LIVE MASTER THAT   *    09110000
      * WOULD FAIL THE TRAILER CHECK ENDS THE REPORT RC=4          *    09120000
      **************************************************************    09130000
       500-PRINT-CHAIN-STATUS.                                          09140000
                                                                        09150000
           OPEN OUTPUT CTLRPT.                                          09160000
                                                                        09170000
           PERFORM 230-PRINT-HEADING-LINES.                             09180000
           PERFORM 510-PRINT-TRAILER-CHECK.                             09190000
           PERFORM 520-PRINT-EVENT-HEADING.                             09200000
                                                                        09210000
           MOVE "Y" TO PRINT-EVENTS-SWITCH.                             09220000
           PERFORM 350-SCAN-DATE-FACTS.                                 09230000
                                                                        09240000
           IF EVENTS-PRINTED = ZERO                                     09250000
               MOVE SPACE TO ML-LABEL                                   09260000
               MOVE "NO EVENTS RECORDED FOR THIS BUSINESS DATE"         09270000
                   TO ML-TEXT                                           09280000
               MOVE MESSAGE-LINE TO PRINT-AREA                          09290000
               PERFORM 225-WRITE-REPORT-LINE                            09300000
           END-IF.                                                      09310000
           IF EVENTS-NOT-PRINTED > ZERO                                 09320000
               MOVE EVENTS-NOT-PRINTED TO COUNT-EDIT                    09330000
               MOVE SPACE TO ML-LABEL                                   09340000
               MOVE SPACES TO ML-TEXT                                   09350000
               STRING "... " COUNT-EDIT                                 09360000
                      " LATER EVENTS NOT SHOWN - SEE BATCHCTL"          09370000
                      DELIMITED BY SIZE                                 09380000
                   INTO ML-TEXT                                         09390000
               MOVE MESSAGE-LINE TO PRINT-AREA                          09400000
               PERFORM 225-WRITE-REPORT-LINE                            09410000
           END-IF.                                                      09420000
                                                                        09430000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           09440000
           PERFORM 225-WRITE-REPORT-LINE.                               09450000
           PERFORM 540-PRINT-STEP-PROGRESS                              09460000
               VARYING STEP-SUB FROM 1 BY 1                             09470000
               UNTIL STEP-SUB > 3.                                      09480000
           PERFORM 550-PRINT-NIGHT-STATUS.                              09490000
                                                                        09500000
           CLOSE CTLRPT.                                                09510000
                                                                        09520000
           IF NOT TRAILER-MATCHES                                       09530000
               MOVE 4 TO RETURN-CODE                                    09540000
           END-IF.                                                      09550000
                                                                        09560000
      **************************************************************    09570000
      * PRINTS THE BUSINESS DATE, THE LIVE AND RECORDED TRAILER    *    09580000
      * FIGURES, AND WHETHER THE NEXT JOB WOULD PASS ON THEM       *    09590000
      **************************************************************    09600000
       510-PRINT-TRAILER-CHECK.                                         09610000
                                                                        09620000
           MOVE BUSINESS-DATE TO DW-DATE.                               09630000
           PERFORM 560-FORMAT-PRINT-DATE.                               09640000
           MOVE DW-EDITED TO BDL-BUSINESS-DATE.                         09650000
           IF LATEST-BUSINESS-DATE = ZERO                               09660000
               MOVE "NONE" TO BDL-LATEST-DATE                           09670000
           ELSE                                                         09680000
               MOVE LATEST-BUSINESS-DATE TO DW-DATE                     09690000
               PERFORM 560-FORMAT-PRINT-DATE                            09700000
               MOVE DW-EDITED TO BDL-LATEST-DATE                        09710000
           END-IF.                                                      09720000
           MOVE BUSINESS-DATE-LINE TO PRINT-AREA.                       09730000
           PERFORM 225-WRITE-REPORT-LINE.                               09740000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           09750000
           PERFORM 225-WRITE-REPORT-LINE.                               09760000
                                                                        09770000
           MOVE "LIVE CUSTMAST TRAILER" TO TL-LABEL.                    09780000
           MOVE LIVE-TRAILER-COUNT TO TL-RECORD-COUNT.                  09790000
           MOVE LIVE-TRAILER-HASH  TO TL-HASH-THIS-YTD.                 09800000
           IF LIVE-TRAILER-SEEN                                         09810000
               MOVE SPACES TO TL-SOURCE-TEXT                            09820000
           ELSE                                                         09830000
               MOVE "(NO CONTROL TRAILER ON THE MASTER)"                09840000
                   TO TL-SOURCE-TEXT                                    09850000
           END-IF.                                                      09860000
           MOVE TRAILER-LINE TO PRINT-AREA.                             09870000
           PERFORM 225-WRITE-REPORT-LINE.                               09880000
                                                                        09890000
           MOVE "LAST RECORDED TRAILER" TO TL-LABEL.                    09900000
           MOVE RECORDED-TRAILER-COUNT TO TL-RECORD-COUNT.              09910000
           MOVE RECORDED-TRAILER-HASH  TO TL-HASH-THIS-YTD.             09920000
           MOVE SPACES TO TL-SOURCE-TEXT.                               09930000
           IF TRAILER-ON-FILE                                           09940000
               MOVE RECORDED-RUN-DATE TO DW-DATE                        09950000
               PERFORM 560-FORMAT-PRINT-DATE                            09960000
               STRING "BY " RECORDED-JOB-NAME " " RECORDED-STEP-NAME    09970000
                      " ON " DW-EDITED                                  09980000
                      DELIMITED BY SIZE                                 09990000
                   INTO TL-SOURCE-TEXT                                  10000000
           ELSE                                                         10010000
               MOVE "(NOTHING RECORDED YET)" TO TL-SOURCE-TEXT          10020000
           END-IF.                                                      10030000
           MOVE TRAILER-LINE TO PRINT-AREA.                             10040000
           PERFORM 225-WRITE-REPORT-LINE.                               10050000
                                                                        10060000
           EVALUATE TRUE                                                10070000
               WHEN NOT TRAILER-ON-FILE                                 10080000
                   MOVE                                                 10090000
               "NOTHING RECORDED YET - THE NEXT JOB SEEDS THE FIGURES"  10100000
                       TO TCL-RESULT-TEXT                               10110000
               WHEN TRAILER-MATCHES                                     10120000
                   MOVE "LIVE MASTER MATCHES THE LAST RECORDED TRAILER" 10130000
                       TO TCL-RESULT-TEXT                               10140000
               WHEN PRIOR-MASTER-LIVE                                   10140001
                   MOVE SPACES TO TCL-RESULT-TEXT                       10140002
                   STRING "** NEW MASTER NEVER WENT LIVE - ONLY "       10140003
                          RECORDED-JOB-NAME " CAN START **"             10140004
                          DELIMITED BY SIZE                             10140005
                       INTO TCL-RESULT-TEXT                             10140006
               WHEN OTHER                                               10150000
                   MOVE                                                 10160000
               "** LIVE MASTER DOES NOT MATCH - NEXT JOB IS REFUSED **" 10170000
                       TO TCL-RESULT-TEXT                               10180000
           END-EVALUATE.                                                10190000
           MOVE TRAILER-CHECK-LINE TO PRINT-AREA.                       10200000
           PERFORM 225-WRITE-REPORT-LINE.                               10210000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           10220000
           PERFORM 225-WRITE-REPORT-LINE.                               10230000
                                                                        10240000
      **************************************************************    10250000
      * PRINTS THE COLUMN HEADINGS FOR THE BUSINESS DATE'S EVENTS  *    10260000
      **************************************************************    10270000
       520-PRINT-EVENT-HEADING.                                         10280000
                                                                        10290000
           MOVE COLUMN-HEADING-1 TO PRINT-AREA.                         10300000
           PERFORM 225-WRITE-REPORT-LINE.                               10310000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           10320000
           PERFORM 225-WRITE-REPORT-LINE.                               10330000
                                                                        10340000
      **************************************************************    10350000
      * PRINTS ONE EVENT FOR THE BUSINESS DATE. PAST THE LIMIT THE *    10360000
      * EVENTS ARE ONLY COUNTED SO THE REPORT STAYS ON ONE PAGE    *    10370000
      **************************************************************    10380000
       530-PRINT-EVENT-LINE.                                            10390000
                                                                        10400000
           IF EVENTS-PRINTED >= EVENT-PRINT-LIMIT                       10410000
               ADD 1 TO EVENTS-NOT-PRINTED                              10420000
           ELSE                                                         10430000
               ADD 1 TO EVENTS-PRINTED                                  10440000
               MOVE BC-RUN-DATE(5:2) TO EL-RUN-MONTH                    10450000
               MOVE BC-RUN-DATE(7:2) TO EL-RUN-DAY                      10460000
               MOVE BC-RUN-DATE(1:4) TO EL-RUN-YEAR                     10470000
               MOVE BC-RUN-TIME(1:2) TO EL-RUN-HOURS                    10480000
               MOVE BC-RUN-TIME(3:2) TO EL-RUN-MINUTES                  10490000
               MOVE BC-RUN-TIME(5:2) TO EL-RUN-SECONDS                  10500000
               MOVE BC-JOB-NAME      TO EL-JOB-NAME                     10510000
               MOVE BC-STEP-NAME     TO EL-STEP-NAME                    10520000
               MOVE BC-RETURN-CODE   TO EL-RETURN-CODE                  10530000
               MOVE BC-TRAILER-COUNT TO EL-TRAILER-COUNT                10540000
               MOVE BC-MESSAGE       TO EL-MESSAGE                      10550000
               EVALUATE TRUE                                            10560000
                   WHEN BC-GATE-PASSED                                  10570000
                       MOVE "STARTED" TO EL-EVENT-TEXT                  10580000
                   WHEN BC-GATE-FORCED                                  10590000
                       MOVE "FORCED"  TO EL-EVENT-TEXT                  10600000
                   WHEN BC-GATE-REFUSED                                 10610000
                       MOVE "REFUSED" TO EL-EVENT-TEXT                  10620000
                   WHEN BC-STEP-ENDED                                   10630000
                       MOVE "ENDED"   TO EL-EVENT-TEXT                  10640000
                   WHEN OTHER                                           10650000
                       MOVE BC-EVENT  TO EL-EVENT-TEXT                  10660000
               END-EVALUATE                                             10670000
               EVALUATE TRUE                                            10680000
                   WHEN BC-LIVE-MASTER                                  10690000
                       MOVE "LIVE"    TO EL-SOURCE-TEXT                 10700000
                   WHEN BC-NEW-MASTER                                   10710000
                       MOVE "NEW"     TO EL-SOURCE-TEXT                 10720000
                   WHEN BC-COPY-OF-MASTER                               10730000
                       MOVE "COPY"    TO EL-SOURCE-TEXT                 10740000
                   WHEN OTHER                                           10750000
                       MOVE "NONE"    TO EL-SOURCE-TEXT                 10760000
               END-EVALUATE                                             10770000
               MOVE EVENT-LINE TO PRINT-AREA                            10780000
               PERFORM 225-WRITE-REPORT-LINE                            10790000
           END-IF.                                                      10800000
                                                                        10810000
      **************************************************************    10820000
      * PRINTS WHERE ONE CHAIN STEP STANDS FOR THE BUSINESS DATE   *    10830000
      **************************************************************    10840000
       540-PRINT-STEP-PROGRESS.                                         10850000
                                                                        10860000
           MOVE CS-JOB-NAME(STEP-SUB)    TO SPL-JOB-NAME.               10870000
           MOVE CS-STEP-NAME(STEP-SUB)   TO SPL-STEP-NAME.              10880000
           MOVE CS-DESCRIPTION(STEP-SUB) TO SPL-DESCRIPTION.            10890000
           MOVE SPACES TO SPL-STATE-TEXT.                               10900000
                                                                        10910000
           EVALUATE TRUE                                                10920000
               WHEN DF-STEP-COMPLETE(1, STEP-SUB)                       10930000
                   STRING "COMPLETE RC=" DF-STEP-RC(1, STEP-SUB)        10940000
                          DELIMITED BY SIZE                             10950000
                       INTO SPL-STATE-TEXT                              10960000
               WHEN DF-STEP-FAILED(1, STEP-SUB)                         10970000
                   STRING "** FAILED RC=" DF-STEP-RC(1, STEP-SUB)       10980000
                          " **"                                         10990000
                          DELIMITED BY SIZE                             11000000
                       INTO SPL-STATE-TEXT                              11010000
               WHEN DF-STEP-RUNNING(1, STEP-SUB)                        11020000
                   MOVE "STARTED - NO END RECORDED YET"                 11030000
                       TO SPL-STATE-TEXT                                11040000
               WHEN OTHER                                               11050000
                   MOVE "NOT STARTED" TO SPL-STATE-TEXT                 11060000
           END-EVALUATE.                                                11070000
                                                                        11080000
           MOVE STEP-PROGRESS-LINE TO PRINT-AREA.                       11090000
           PERFORM 225-WRITE-REPORT-LINE.                               11100000
                                                                        11110000
      **************************************************************    11120000
      * SUMS THE NIGHT UP IN ONE LINE - COMPLETE, NOT STARTED, OR  *    11130000
      * THE FIRST STEP STILL OUTSTANDING AND WHY                   *    11140000
      **************************************************************    11150000
       550-PRINT-NIGHT-STATUS.                                          11160000
                                                                        11170000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           11180000
           PERFORM 225-WRITE-REPORT-LINE.                               11190000
                                                                        11200000
           MOVE "NIGHT STATUS:" TO ML-LABEL.                            11210000
           MOVE SPACES TO ML-TEXT.                                      11220000
           MOVE ZERO TO STEP-SUB.                                       11230000
                                                                        11240000
           EVALUATE TRUE                                                11250000
               WHEN DF-STEP-COMPLETE(1, 1)                              11260000
                AND DF-STEP-COMPLETE(1, 2)                              11270000
                AND DF-STEP-COMPLETE(1, 3)                              11280000
                   MOVE "NIGHTLY CHAIN COMPLETE FOR THIS BUSINESS DATE" 11290000
                       TO ML-TEXT                                       11300000
               WHEN DF-STEP-NOT-RUN(1, 1)                               11310000
                AND DF-STEP-NOT-RUN(1, 2)                               11320000
                AND DF-STEP-NOT-RUN(1, 3)                               11330000
                   MOVE                                                 11340000
                     "NIGHTLY CHAIN NOT STARTED FOR THIS BUSINESS DATE" 11350000
                       TO ML-TEXT                                       11360000
               WHEN NOT DF-STEP-COMPLETE(1, 1)                          11370000
                   MOVE 1 TO STEP-SUB                                   11380000
               WHEN NOT DF-STEP-COMPLETE(1, 2)                          11390000
                   MOVE 2 TO STEP-SUB                                   11400000
               WHEN OTHER                                               11410000
                   MOVE 3 TO STEP-SUB                                   11420000
           END-EVALUATE.                                                11430000
                                                                        11440000
           IF STEP-SUB > ZERO                                           11450000
               EVALUATE TRUE                                            11460000
                   WHEN DF-STEP-FAILED(1, STEP-SUB)                     11470000
                       STRING CS-JOB-NAME(STEP-SUB)                     11480000
                              " FAILED - CORRECT AND RESUBMIT BEFORE "  11490000
                              "THE CHAIN CAN GO ON"                     11500000
                              DELIMITED BY SIZE                         11510000
                           INTO ML-TEXT                                 11520000
                   WHEN DF-STEP-RUNNING(1, STEP-SUB)                    11530000
                       STRING CS-JOB-NAME(STEP-SUB)                     11540000
                              " IS RUNNING (OR ENDED WITHOUT "          11550000
                              "RECORDING ITS END)"                      11560000
                              DELIMITED BY SIZE                         11570000
                           INTO ML-TEXT                                 11580000
                   WHEN OTHER                                           11590000
                       STRING "WAITING FOR " CS-JOB-NAME(STEP-SUB)      11600000
                              DELIMITED BY SIZE                         11610000
                           INTO ML-TEXT                                 11620000
               END-EVALUATE                                             11630000
           END-IF.                                                      11640000
                                                                        11650000
           MOVE MESSAGE-LINE TO PRINT-AREA.                             11660000
           PERFORM 225-WRITE-REPORT-LINE.                               11670000
                                                                        11680000
           IF NOT TRAILER-MATCHES                                       11690000
               MOVE SPACE TO ML-LABEL                                   11700000
               MOVE                                                     11710000
               "** LIVE CUSTMAST DOES NOT MATCH THE RECORDED TRAILER **"11720000
                   TO ML-TEXT                                           11730000
               MOVE MESSAGE-LINE TO PRINT-AREA                          11740000
               PERFORM 225-WRITE-REPORT-LINE                            11750000
           END-IF.                                                      11760000
                                                                        11770000
      **************************************************************    11780000
      * TURNS DW-DATE (YYYYMMDD) INTO DW-EDITED (MM/DD/YYYY)       *    11790000
      **************************************************************    11800000
       560-FORMAT-PRINT-DATE.                                           11810000
                                                                        11820000
           MOVE DW-MONTH TO DW-EDIT-MONTH.                              11830000
           MOVE DW-DAY   TO DW-EDIT-DAY.                                11840000
           MOVE DW-YEAR  TO DW-EDIT-YEAR.                               11850000
