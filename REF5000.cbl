      *   duplicate keys, region codes with no name, and branches       00140000
      *   with no salesreps are all listed with reason codes on the     00150000
      *   audit report, so the damage a raw edit used to cause no       00160000
      *   longer waits for EDIT5000 to find it in CUSTMAST rejects.     00170000
      *   Every branch and salesrep added, changed, or deleted is also  00170001
      *   appended with its before and after images to the shared       00170002
      *   AUDITLOG dataset, so the history outlives the printed report  00170003
       ENVIRONMENT DIVISION.                                            00180000
                                                                        00190000
       INPUT-OUTPUT SECTION.                                            00200000
           SELECT NEWBRANCH ASSIGN TO NEWBRANCH.                        00260000
           SELECT NEWSALESREP ASSIGN TO NEWSALESREP.                    00270000
           SELECT REFRPT ASSIGN TO REFRPT.                              00280000
           SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG.                 00280001
                                                                        00290000
       DATA DIVISION.                                                   00300000
                                                                        00310000
      * REFERENCE MAINTENANCE TRANSACTION FILE - COL 1 NAMES THE    *   00350000
      * FILE (B = BRANCHMAST, S = SALESREPMAST), COL 2 THE ACTION   *   00360000
      * (A/C/D). A BRANCH TRANSACTION IGNORES THE SALESREP NUMBER,  *   00370000
      * A SALESREP TRANSACTION IGNORES THE REGION FIELDS. COLS      *   00380000
      * 48-50 CARRY THE CHANGE REASON CODE THAT GOES ON THE AUDIT   *   00380001
      * LOG WITH THE RECORD THE TRANSACTION TOUCHES                 *   00380002
      **************************************************************    00390000
       FD  REFTRAN                                                      00400000
           RECORDING MODE IS F                                          00410000
           05  RT-NAME                 PIC X(20).                       00500000
           05  RT-REGION-CODE          PIC X(1).                        00510000
           05  RT-REGION-NAME          PIC X(20).                       00520000
           05  RT-CHANGE-REASON        PIC X(3).                        00520001
           05  FILLER                  PIC X(30).                       00530000
                                                                        00540000
      **************************************************************    00550000
      * BRANCH REFERENCE FILE AS IT STANDS - ONE RECORD PER BRANCH *    00560000
           RECORD CONTAINS 130 CHARACTERS                               01160000
           BLOCK CONTAINS 130 CHARACTERS.                               01170000
       01  REFRPT-PRINT-AREA   PIC X(130).                              01180000
                                                                        01180001
      **************************************************************    01180002
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,       *   01180003
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE       *   01180004
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.     *   01180005
      * OPENED EXTEND SO EVERY RUN APPENDS - AUD5000 REPORTS ON IT  *   01180006
      **************************************************************    01180007
       FD  AUDITLOG                                                     01180008
           RECORDING MODE IS F                                          01180009
           LABEL RECORDS ARE STANDARD                                   01180010
           RECORD CONTAINS 320 CHARACTERS                               01180011
           BLOCK CONTAINS 320 CHARACTERS.                               01180012
       01  AUDIT-LOG-RECORD.                                            01180013
           05  AL-RUN-DATE             PIC 9(8).                        01180014
           05  AL-RUN-TIME             PIC 9(6).                        01180015
           05  AL-PROGRAM-ID           PIC X(8).                        01180016
           05  AL-MASTER-FILE          PIC X(12).                       01180017
           05  AL-TRANS-TYPE           PIC X(1).                        01180018
           05  AL-REASON-CODE          PIC X(3).                        01180019
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        01180020
           05  AL-BEFORE-BRANCH        PIC X(2).                        01180021
           05  AL-BEFORE-SALESREP      PIC X(2).                        01180022
           05  AL-AFTER-BRANCH         PIC X(2).                        01180023
           05  AL-AFTER-SALESREP       PIC X(2).                        01180024
           05  FILLER                  PIC X(9).                        01180025
           05  AL-BEFORE-IMAGE         PIC X(130).                      01180026
           05  AL-AFTER-IMAGE          PIC X(130).                      01180027
                                                                        01190000
       WORKING-STORAGE SECTION.                                         01200000
                                                                        01210000
               10  RF-NAME             PIC X(20).                       02000000
               10  RF-REGION-CODE      PIC X(1).                        02010000
               10  RF-REGION-NAME      PIC X(20).                       02020000
               10  RF-CHANGE-REASON    PIC X(3).                        02020001
               10  RF-REASON-CODE      PIC X(3).                        02030000
                                                                        02040000
      **************************************************************    02050000
                       SALESREPMAST                                     04280000
                OUTPUT NEWBRANCH                                        04290000
                       NEWSALESREP                                      04300000
                       REFRPT                                           04310000
                EXTEND AUDITLOG.                                        04310001
                                                                        04320000
           *> GRABS THE DATE AND TIME INFORMATION FOR                   04330000
           *> THE HEADER LINES                                          04340000
                                                                        04680000
           CLOSE NEWBRANCH                                              04690000
                 NEWSALESREP                                            04700000
                 REFRPT                                                 04710000
                 AUDITLOG.                                              04710001
           STOP RUN.                                                    04720000
                                                                        04730000
      **************************************************************    04740000
               MOVE RT-NAME            TO RF-NAME(REF-SUB)              06420000
               MOVE RT-REGION-CODE     TO RF-REGION-CODE(REF-SUB)       06430000
               MOVE RT-REGION-NAME     TO RF-REGION-NAME(REF-SUB)       06440000
               MOVE RT-CHANGE-REASON   TO RF-CHANGE-REASON(REF-SUB)     06440001
               MOVE SPACES             TO RF-REASON-CODE(REF-SUB)       06450000
               PERFORM 121-READ-REF-TRANSACTION                         06460000
           END-IF.                                                      06470000
      **************************************************************    08540000
       163-STORE-BRANCH-FIELDS.                                         08550000
                                                                        08560000
           MOVE SPACES TO AUDIT-LOG-RECORD.                             08560001
           MOVE RF-NAME(REF-SUB)        TO BT-BRANCH-NAME(BT-INDEX).    08570000
           MOVE RF-REGION-CODE(REF-SUB) TO BT-REGION-CODE(BT-INDEX).    08580000
           MOVE RF-REGION-NAME(REF-SUB) TO BT-REGION-NAME(BT-INDEX).    08590000
           ADD 1 TO BRANCHES-ADDED-COUNT.                               08610000
           MOVE "BRANCH ADDED" TO ADL-ACTION-TEXT.                      08620000
           PERFORM 170-PRINT-AUDIT-LINE.                                08630000
           PERFORM 172-BUILD-BRANCH-IMAGE.                              08630001
           MOVE BRANCH-WORK-RECORD TO AL-AFTER-IMAGE.                   08630002
           PERFORM 175-WRITE-AUDIT-LOG-ENTRY.                           08630003
                                                                        08640000
      **************************************************************    08650000
      * CHANGES A BRANCH'S NAME AND/OR REGION - A BLANK NAME ON    *    08660000
           IF NOT BRANCH-FOUND OR BT-DELETED(BT-INDEX)                  08760000
               MOVE "NOF" TO EDIT-REASON-CODE                           08770000
           ELSE                                                         08780000
               PERFORM 172-BUILD-BRANCH-IMAGE                           08780001
               MOVE SPACES TO AUDIT-LOG-RECORD                          08780002
               MOVE BRANCH-WORK-RECORD TO AL-BEFORE-IMAGE               08780003
               IF RF-NAME(REF-SUB) NOT = SPACES                         08790000
                   MOVE RF-NAME(REF-SUB) TO BT-BRANCH-NAME(BT-INDEX)    08800000
               END-IF                                                   08810000
               ADD 1 TO BRANCHES-CHANGED-COUNT                          08880000
               MOVE "BRANCH CHANGED" TO ADL-ACTION-TEXT                 08890000
               PERFORM 170-PRINT-AUDIT-LINE                             08900000
               PERFORM 172-BUILD-BRANCH-IMAGE                           08900001
               MOVE BRANCH-WORK-RECORD TO AL-AFTER-IMAGE                08900002
               PERFORM 175-WRITE-AUDIT-LOG-ENTRY                        08900003
           END-IF.                                                      08910000
                                                                        08920000
      **************************************************************    08930000
               ADD 1 TO BRANCHES-DELETED-COUNT                          09060000
               MOVE "BRANCH DELETED" TO ADL-ACTION-TEXT                 09070000
               PERFORM 170-PRINT-AUDIT-LINE                             09080000
               PERFORM 172-BUILD-BRANCH-IMAGE                           09080001
               MOVE SPACES TO AUDIT-LOG-RECORD                          09080002
               MOVE BRANCH-WORK-RECORD TO AL-BEFORE-IMAGE               09080003
               MOVE SPACES TO AL-AFTER-IMAGE                            09080004
               PERFORM 175-WRITE-AUDIT-LOG-ENTRY                        09080005
           END-IF.                                                      09090000
                                                                        09100000
      **************************************************************    09110000
      **************************************************************    09490000
       168-STORE-SALESREP-FIELDS.                                       09500000
                                                                        09510000
           MOVE SPACES TO AUDIT-LOG-RECORD.                             09510001
           MOVE RF-NAME(REF-SUB) TO ST-SALESREP-NAME(ST-INDEX).         09520000
           MOVE "N"              TO ST-DELETED-SWITCH(ST-INDEX).        09530000
           ADD 1 TO SALESREPS-ADDED-COUNT.                              09540000
           MOVE "SALESREP ADDED" TO ADL-ACTION-TEXT.                    09550000
           PERFORM 170-PRINT-AUDIT-LINE.                                09560000
           PERFORM 173-BUILD-SALESREP-IMAGE.                            09560001
           MOVE SALESREP-WORK-RECORD TO AL-AFTER-IMAGE.                 09560002
           PERFORM 175-WRITE-AUDIT-LOG-ENTRY.                           09560003
                                                                        09570000
      **************************************************************    09580000
      * CHANGES A SALESREP'S NAME                                  *    09590000
               WHEN RF-NAME(REF-SUB) = SPACES                           09720000
                   MOVE "NAM" TO EDIT-REASON-CODE                       09730000
               WHEN OTHER                                               09740000
                   PERFORM 173-BUILD-SALESREP-IMAGE                     09740001
                   MOVE SPACES TO AUDIT-LOG-RECORD                      09740002
                   MOVE SALESREP-WORK-RECORD TO AL-BEFORE-IMAGE         09740003
                   MOVE RF-NAME(REF-SUB)                                09750000
                       TO ST-SALESREP-NAME(ST-INDEX)                    09760000
                   ADD 1 TO SALESREPS-CHANGED-COUNT                     09770000
                   MOVE "SALESREP CHANGED" TO ADL-ACTION-TEXT           09780000
                   PERFORM 170-PRINT-AUDIT-LINE                         09790000
                   PERFORM 173-BUILD-SALESREP-IMAGE                     09790001
                   MOVE SALESREP-WORK-RECORD TO AL-AFTER-IMAGE          09790002
                   PERFORM 175-WRITE-AUDIT-LOG-ENTRY                    09790003
           END-EVALUATE.                                                09800000
                                                                        09810000
      **************************************************************    09820000
               ADD 1 TO SALESREPS-DELETED-COUNT                         09960000
               MOVE "SALESREP DELETED" TO ADL-ACTION-TEXT               09970000
               PERFORM 170-PRINT-AUDIT-LINE                             09980000
               PERFORM 173-BUILD-SALESREP-IMAGE                         09980001
               MOVE SPACES TO AUDIT-LOG-RECORD                          09980002
               MOVE SALESREP-WORK-RECORD TO AL-BEFORE-IMAGE             09980003
               MOVE SPACES TO AL-AFTER-IMAGE                            09980004
               PERFORM 175-WRITE-AUDIT-LOG-ENTRY                        09980005
           END-IF.                                                      09990000
                                                                        10000000
      **************************************************************    10010000
           MOVE AUDIT-DETAIL-LINE TO REFRPT-PRINT-AREA.                 10150000
           PERFORM 225-WRITE-REPORT-LINE.                               10160000
                                                                        10170000
      **************************************************************    10170001
      * BUILDS THE 130-BYTE BRANCHMAST IMAGE OF THE BRANCH-TABLE   *    10170002
      * ENTRY AT BT-INDEX, EXACTLY AS 501 WILL WRITE IT            *    10170003
      **************************************************************    10170004
       172-BUILD-BRANCH-IMAGE.                                          10170005
                                                                        10170006
           MOVE SPACES TO BRANCH-WORK-RECORD.                           10170007
           MOVE BT-BRANCH-NUMBER(BT-INDEX) TO BW-BRANCH-NUMBER.         10170008
           MOVE BT-BRANCH-NAME(BT-INDEX)   TO BW-BRANCH-NAME.           10170009
           MOVE BT-REGION-CODE(BT-INDEX)   TO BW-REGION-CODE.           10170010
           MOVE BT-REGION-NAME(BT-INDEX)   TO BW-REGION-NAME.           10170011
                                                                        10170012
      **************************************************************    10170013
      * BUILDS THE 130-BYTE SALESREPMAST IMAGE OF THE SALESREP-    *    10170014
      * TABLE ENTRY AT ST-INDEX, EXACTLY AS 511 WILL WRITE IT      *    10170015
      **************************************************************    10170016
       173-BUILD-SALESREP-IMAGE.                                        10170017
                                                                        10170018
           MOVE SPACES TO SALESREP-WORK-RECORD.                         10170019
           MOVE ST-BRANCH-NUMBER(ST-INDEX)   TO SW-BRANCH-NUMBER.       10170020
           MOVE ST-SALESREP-NUMBER(ST-INDEX) TO SW-SALESREP-NUMBER.     10170021
           MOVE ST-SALESREP-NAME(ST-INDEX)   TO SW-SALESREP-NAME.       10170022
                                                                        10170023
      **************************************************************    10170024
      * APPENDS ONE APPLIED TRANSACTION TO THE SHARED AUDIT LOG -  *    10170025
      * THE CALLER HAS ALREADY FILLED THE BEFORE AND AFTER IMAGES  *    10170026
      * (SPACES FOR THE SIDE AN ADD OR DELETE DOES NOT HAVE). THE  *    10170027
      * KEYS COME FROM WHICHEVER IMAGES ARE PRESENT - A BRANCH     *    10170028
      * RECORD CARRIES NO SALESREP NUMBER                          *    10170029
      **************************************************************    10170030
       175-WRITE-AUDIT-LOG-ENTRY.                                       10170031
                                                                        10170032
           MOVE CURRENT-DATE-AND-TIME(1:8) TO AL-RUN-DATE.              10170033
           MOVE CURRENT-DATE-AND-TIME(9:6) TO AL-RUN-TIME.              10170034
           MOVE "REF5000"                  TO AL-PROGRAM-ID.            10170035
           IF RF-FILE-ID(REF-SUB) = "B"                                 10170036
               MOVE "BRANCHMAST"           TO AL-MASTER-FILE            10170037
           ELSE                                                         10170038
               MOVE "SALESREPMAST"         TO AL-MASTER-FILE            10170039
           END-IF.                                                      10170040
           MOVE RF-TRANS-TYPE(REF-SUB)     TO AL-TRANS-TYPE.            10170041
           MOVE RF-CHANGE-REASON(REF-SUB)  TO AL-REASON-CODE.           10170042
           MOVE SPACES TO AL-CUSTOMER-NUMBER                            10170043
                          AL-BEFORE-BRANCH                              10170044
                          AL-BEFORE-SALESREP                            10170045
                          AL-AFTER-BRANCH                               10170046
                          AL-AFTER-SALESREP.                            10170047
                                                                        10170048
           IF AL-BEFORE-IMAGE NOT = SPACES                              10170049
               MOVE AL-BEFORE-IMAGE(1:2) TO AL-BEFORE-BRANCH            10170050
               IF RF-FILE-ID(REF-SUB) = "S"                             10170051
                   MOVE AL-BEFORE-IMAGE(3:2) TO AL-BEFORE-SALESREP      10170052
               END-IF                                                   10170053
           END-IF.                                                      10170054
           IF AL-AFTER-IMAGE NOT = SPACES                               10170055
               MOVE AL-AFTER-IMAGE(1:2) TO AL-AFTER-BRANCH              10170056
               IF RF-FILE-ID(REF-SUB) = "S"                             10170057
                   MOVE AL-AFTER-IMAGE(3:2) TO AL-AFTER-SALESREP        10170058
               END-IF                                                   10170059
           END-IF.                                                      10170060
                                                                        10170061
           WRITE AUDIT-LOG-RECORD.                                      10170062
                                                                        10170063
      **************************************************************    10180000
      * WRITES ONE LINE TO THE AUDIT REPORT AND COUNTS IT AGAINST  *    10190000
      * THE CURRENT PAGE                                           *    10200000
