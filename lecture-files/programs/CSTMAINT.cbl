           FILE STATUS IS WF-CUST-STATUS.                               00000700
           SELECT  CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTK              00000800
           ORGANIZATION IS INDEXED                                      00000900
           ACCESS MODE IS DYNAMIC                                       00001000
           RECORD KEY IS MST-NUMBER                                     00001100
           FILE STATUS IS WF-MASTER-STATUS.                             00001200
           SELECT  CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUDT               00001300
                88  CMF-DELETE-TRANS        VALUE 'D'.                  00003500
                88  CMF-RENUM-TRANS         VALUE 'R'.                  00003600
                88  CMF-MERGE-TRANS         VALUE 'M'.                  00003700
                88  CMF-PARENT-TRANS        VALUE 'P'.                  00003733
                88  CMF-GROUP-LIMIT-TRANS   VALUE 'G'.                  00003766
                88  CMF-NO-TRANS            VALUE ' '.                  00003800
            05  CMF-DATA.                                               00003900
               07 CMF-NUMBER               PIC 9(6).                    00004000
               07 CMF-NAME                 PIC X(32).                   00004100
               07 CMF-TYPE                 PIC X.                       00004200
                   88  CMF-TYPE-VALID      VALUE 'R' 'C' 'I'.           00004300
      * RENUMBER AND MERGE CARRY THE TARGET NUMBER. A PARENT (P)        00004316
      * TRANSACTION LINKS THE CUSTOMER TO THE NATIONAL-ACCOUNT          00004332
      * PARENT IN CMF-TARGET-NUMBER (ZERO UNLINKS IT); A GROUP          00004348
      * LIMIT (G) TRANSACTION SETS THE CREDIT LIMIT A PARENT            00004364
      * CARRIES FOR ITS WHOLE GROUP (ZERO REMOVES IT).                  00004380
            05  CMF-DATA-RM REDEFINES CMF-DATA.                         00004400
               07 FILLER                   PIC X(6).                    00004500
               07 CMF-TARGET-NUMBER        PIC 9(6).                    00004600
               07 CMF-GROUP-CREDIT-LIMIT   PIC 9(7)V99.                 00004700
               07 FILLER                   PIC X(18).                   00004750
            05  CMF-AGE                    PIC 99.                      00004800
            05  CMF-ADDRESS.                                            00004900
               07 CMF-STREET               PIC X(13).                   00005000
               07 CMF-PHONE                PIC X(10).                   00005400
            05  CMF-OPERATOR-ID            PIC X(8).                    00005410
       FD  CUSTOMER-MASTER-FILE                                         00005500
           RECORD CONTAINS 100 CHARACTERS.                              00005600
       01  CUSTOMER-MASTER-REC.                                         00005700
            05  MST-NUMBER                 PIC 9(6).                    00005800
            05  MST-NAME                   PIC X(32).                   00005900
               07 MST-ZIP                  PIC X(5).                    00006700
               07 MST-PHONE                PIC X(10).                   00006800
            05  FILLER                     PIC X(1).                    00006900
      * NATIONAL-ACCOUNT PARENT (ZERO = NOT PART OF A GROUP) AND        00006916
      * THE GROUP CREDIT LIMIT, CARRIED ON THE PARENT ONLY.             00006932
            05  MST-PARENT-NUMBER          PIC 9(6).                    00006948
            05  MST-GROUP-CREDIT-LIMIT     PIC 9(7)V99.                 00006964
            05  FILLER                     PIC X(5).                    00006980
       FD  CUSTOMER-AUDIT-FILE                                          00007000
           RECORD CONTAINS 223 CHARACTERS.                              00007100
       01  CUSTOMER-AUDIT-REC.                                          00007200
            05  AUD-CODE                   PIC X.                       00007300
            05  AUD-BEFORE-IMAGE           PIC X(100).                  00007400
            05  AUD-AFTER-IMAGE            PIC X(100).                  00007500
            05  AUD-CHANGE-DATE            PIC 9(8).                    00007510
            05  AUD-OPERATOR-ID            PIC X(8).                    00007520
            05  AUD-CHANGE-TIME            PIC 9(6).                    00007530
                88  OPERAUTH-FILE-OK        VALUE '00'.                 00013540
            05 WF-OPERAUTH-EOF              PIC X VALUE 'N'.            00013550
                88  OPERAUTH-EOF            VALUE 'Y'.                  00013560
            05 WF-MASTER-SCAN-EOF           PIC X VALUE 'N'.            00013570
                88  MASTER-SCAN-EOF         VALUE 'Y'.                  00013580
                88  MASTER-SCAN-NOT-EOF     VALUE 'N'.                  00013590
            05  WF-RECORD-VALID             PIC X.                      00013600
                88  RECORD-IS-VALID         VALUE 'Y'.                  00013700
                88  RECORD-IS-INVALID       VALUE 'N'.                  00013800
        01  WF-AUDIT-WORK.                                              00013900
            05  WF-BEFORE-IMAGE             PIC X(100).                 00014000
            05  WF-AFTER-IMAGE              PIC X(100).                 00014100
            05  WF-REJECT-REASON            PIC X(20).                  00014200
            05  WF-SAVE-MASTER              PIC X(100).                 00014300
        01  WF-RESTART-SWITCH             PIC X VALUE 'N'.              00014400
            88  RESTART-ACTIVE              VALUE 'Y'.                  00014500
            88  RESTART-NOT-ACTIVE          VALUE 'N'.                  00014600
        01  WF-OPERATOR-TABLE.                                          00015350
            05  WF-OPERATOR-ENTRY           OCCURS 50 TIMES.            00015360
               07 WF-OP-ID                  PIC X(8).                   00015370
       COPY AUTHPARM.                                                   00015385
        01  WF-DISPLAY-WORK.                                            00015400
            05  WF-NUMBER-EDITED            PIC Z(6).                   00015500
        01  WF-RUN-STAMPS.                                              00015600
            05  WF-SKIPPED-COUNT            PIC 9(7)  COMP-3 VALUE 0.   00016700
            05  WF-RENUMBERED-COUNT         PIC 9(7)  COMP-3 VALUE 0.   00016800
            05  WF-MERGED-COUNT             PIC 9(7)  COMP-3 VALUE 0.   00016900
            05  WF-PARENT-COUNT             PIC 9(7)  COMP-3 VALUE 0.   00016933
            05  WF-GROUP-LIMIT-COUNT        PIC 9(7)  COMP-3 VALUE 0.   00016966
        01  WF-CONTROL-REPORT.                                          00017000
            05  FILLER    PIC X(20) VALUE "CSTMAINT TOTALS: ".          00017100
            05  CR-LABEL             PIC X(18).                         00017200
            IF WF-OP-ID (WF-OP-SUB) = CMF-OPERATOR-ID                   00019674
                MOVE WF-OP-SUB TO WF-OP-MATCH-SUB                       00019675
            END-IF.                                                     00019676
      * A KNOWN OPERATOR MAY STILL ONLY KEY THE TRANSACTION CODES       00019678
      * THEIR ROLE IS GRANTED ON THE PERMISSION TABLE.                  00019680
       197-CHECK-AUTHORIZATION.                                         00019682
            MOVE 'C'             TO AC-FUNCTION.                        00019684
            MOVE 'CSTMAINT'      TO AC-PROGRAM-ID.                      00019686
            MOVE CMF-OPERATOR-ID TO AC-OPERATOR-ID.                     00019688
            MOVE CMF-CODE        TO AC-TRAN-CODE.                       00019690
            CALL 'AUTHCHK' USING AUTH-CHECK-PARMS.                      00019692
       200-OPEN-FILES.                                                  00019700
            OPEN INPUT CUSTOMER-MNT-FILE.                               00019800
            IF NOT CUST-FILE-OK THEN                                    00019900
               IF WF-OP-MATCH-SUB = ZERO                                00028060
                   SET RECORD-IS-INVALID TO TRUE                        00028070
                   MOVE "UNKNOWN OPERATOR    " TO WF-REJECT-REASON      00028080
               ELSE                                                     00028081
                   PERFORM 197-CHECK-AUTHORIZATION                      00028082
                   IF AC-REFUSED                                        00028083
                       SET RECORD-IS-INVALID TO TRUE                    00028084
                       MOVE AC-REASON TO WF-REJECT-REASON               00028085
                   END-IF                                               00028086
               END-IF                                                   00028090
           END-IF.                                                      00028091
           IF (CMF-ADD-TRANS OR CMF-CHANGE-TRANS)                       00028100
               SET RECORD-IS-INVALID TO TRUE                            00029300
               MOVE "INVALID TARGET NO   " TO WF-REJECT-REASON          00029400
           END-IF.                                                      00029500
           IF CMF-PARENT-TRANS AND CMF-TARGET-NUMBER NOT NUMERIC        00029510
               SET RECORD-IS-INVALID TO TRUE                            00029520
               MOVE "INVALID PARENT NO   " TO WF-REJECT-REASON          00029530
           END-IF.                                                      00029540
           IF CMF-GROUP-LIMIT-TRANS                                     00029550
                   AND CMF-GROUP-CREDIT-LIMIT NOT NUMERIC               00029560
               SET RECORD-IS-INVALID TO TRUE                            00029570
               MOVE "INVALID GROUP LIMIT " TO WF-REJECT-REASON          00029580
           END-IF.                                                      00029590
           IF CMF-ADD-TRANS AND CMF-STREET = SPACES                     00029600
               SET RECORD-IS-INVALID TO TRUE                            00029700
               MOVE "BLANK ADDRESS       " TO WF-REJECT-REASON          00029800
                       PERFORM 570-APPLY-RENUMBER                       00032800
                   WHEN CMF-MERGE-TRANS                                 00032900
                       PERFORM 580-APPLY-MERGE                          00033000
                   WHEN CMF-PARENT-TRANS                                00033020
                       PERFORM 590-APPLY-PARENT                         00033040
                   WHEN CMF-GROUP-LIMIT-TRANS                           00033060
                       PERFORM 595-APPLY-GROUP-LIMIT                    00033080
                   WHEN OTHER                                           00033100
                       PERFORM 540-APPLY-NO-CODE                        00033200
               END-EVALUATE                                             00033300
           MOVE CMF-TYPE   TO MST-TYPE.                                 00033900
           MOVE CMF-AGE    TO MST-AGE.                                  00034000
           MOVE CMF-ADDRESS TO MST-ADDRESS.                             00034100
           MOVE ZERO       TO MST-PARENT-NUMBER.                        00034133
           MOVE ZERO       TO MST-GROUP-CREDIT-LIMIT.                   00034166
           IF TRIAL-RUN                                                 00034200
               PERFORM 515-TRIAL-ADD                                    00034300
           ELSE                                                         00034400
                   PERFORM 550-WRITE-AUDIT-RECORD                       00047900
                   ADD  1 TO  WF-MERGED-COUNT                           00048000
           END-READ.                                                    00048100
      * THE HIERARCHY IS ONE LEVEL DEEP - A PARENT MUST BE ON FILE AND  00048101
      * MUST NOT ITSELF BE A CHILD, AND A CUSTOMER CARRYING A GROUP     00048102
      * LIMIT OR ALREADY PARENT TO OTHER CUSTOMERS IS A PARENT AND      00048103
      * CANNOT BE LINKED UNDER ANOTHER ONE. THERE IS NO PARENT INDEX    00048104
      * ON THE MASTER, SO CHILDREN ARE FOUND BY BROWSING IT.            00048105
       590-APPLY-PARENT.                                                00048106
           MOVE CMF-NUMBER TO MST-NUMBER.                               00048107
           READ CUSTOMER-MASTER-FILE                                    00048108
               INVALID KEY                                              00048109
                   MOVE "NOT ON MASTER       " TO WF-REJECT-REASON      00048110
                   PERFORM 535-REJECT-RECORD                            00048111
               NOT INVALID KEY                                          00048112
                   MOVE CUSTOMER-MASTER-REC TO WF-BEFORE-IMAGE          00048113
                                               WF-SAVE-MASTER           00048114
                   PERFORM 592-CHECK-PARENT                             00048115
           END-READ.                                                    00048116
       592-CHECK-PARENT.                                                00048117
           EVALUATE TRUE                                                00048118
               WHEN CMF-TARGET-NUMBER = ZERO                            00048119
                   CONTINUE                                             00048120
               WHEN CMF-TARGET-NUMBER = CMF-NUMBER                      00048121
                   MOVE "PARENT IS SELF      " TO WF-REJECT-REASON      00048122
               WHEN MST-GROUP-CREDIT-LIMIT > ZERO                       00048123
                   MOVE "CUST HAS GROUP LIMIT" TO WF-REJECT-REASON      00048124
               WHEN OTHER                                               00048125
                   MOVE CMF-TARGET-NUMBER TO MST-NUMBER                 00048126
                   READ CUSTOMER-MASTER-FILE                            00048127
                       INVALID KEY                                      00048128
                           MOVE "PARENT NOT ON MASTER"                  00048129
                               TO WF-REJECT-REASON                      00048130
                       NOT INVALID KEY                                  00048131
                           IF MST-PARENT-NUMBER NOT = ZERO              00048132
                               MOVE "PARENT IS A CHILD   "              00048133
                                   TO WF-REJECT-REASON                  00048134
                           END-IF                                       00048135
                   END-READ                                             00048136
           END-EVALUATE.                                                00048137
           IF WF-REJECT-REASON = SPACES                                 00048138
                   AND CMF-TARGET-NUMBER NOT = ZERO                     00048139
               PERFORM 593-CHECK-FOR-CHILDREN                           00048140
           END-IF.                                                      00048141
           IF WF-REJECT-REASON NOT = SPACES                             00048142
               PERFORM 535-REJECT-RECORD                                00048143
           ELSE                                                         00048144
               MOVE WF-SAVE-MASTER    TO CUSTOMER-MASTER-REC            00048145
               MOVE CMF-TARGET-NUMBER TO MST-PARENT-NUMBER              00048146
               IF NOT TRIAL-RUN                                         00048147
                   REWRITE CUSTOMER-MASTER-REC                          00048148
               END-IF                                                   00048149
               DISPLAY " PARENT   CUSTOMER " CMF-NUMBER " TO "          00048150
                   CMF-TARGET-NUMBER                                    00048151
               MOVE CUSTOMER-MASTER-REC TO WF-AFTER-IMAGE               00048152
               PERFORM 550-WRITE-AUDIT-RECORD                           00048153
               ADD  1 TO  WF-PARENT-COUNT  WF-WRITTEN-COUNT             00048154
           END-IF.                                                      00048155
       593-CHECK-FOR-CHILDREN.                                          00048156
           SET MASTER-SCAN-NOT-EOF TO TRUE.                             00048157
           MOVE ZERO TO MST-NUMBER.                                     00048158
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN MST-NUMBER   00048159
               INVALID KEY                                              00048160
                   SET MASTER-SCAN-EOF TO TRUE                          00048161
           END-START.                                                   00048162
           PERFORM 594-READ-NEXT-FOR-CHILD                              00048163
               UNTIL MASTER-SCAN-EOF                                    00048164
               OR WF-REJECT-REASON NOT = SPACES.                        00048165
       594-READ-NEXT-FOR-CHILD.                                         00048166
           READ CUSTOMER-MASTER-FILE NEXT RECORD                        00048167
               AT END                                                   00048168
                   SET MASTER-SCAN-EOF TO TRUE                          00048169
               NOT AT END                                               00048170
                   IF MST-PARENT-NUMBER = CMF-NUMBER                    00048171
                       MOVE "CUST IS A PARENT    " TO WF-REJECT-REASON  00048172
                   END-IF                                               00048173
           END-READ.                                                    00048174
       595-APPLY-GROUP-LIMIT.                                           00048175
           MOVE CMF-NUMBER TO MST-NUMBER.                               00048176
           READ CUSTOMER-MASTER-FILE                                    00048177
               INVALID KEY                                              00048178
                   MOVE "NOT ON MASTER       " TO WF-REJECT-REASON      00048179
                   PERFORM 535-REJECT-RECORD                            00048180
               NOT INVALID KEY                                          00048181
                   IF MST-PARENT-NUMBER NOT = ZERO                      00048182
                       MOVE "CHILD HAS A PARENT  " TO WF-REJECT-REASON  00048183
                       PERFORM 535-REJECT-RECORD                        00048184
                   ELSE                                                 00048185
                       MOVE CUSTOMER-MASTER-REC TO WF-BEFORE-IMAGE      00048186
                       MOVE CMF-GROUP-CREDIT-LIMIT                      00048187
                           TO MST-GROUP-CREDIT-LIMIT                    00048188
                       IF NOT TRIAL-RUN                                 00048189
                           REWRITE CUSTOMER-MASTER-REC                  00048190
                       END-IF                                           00048191
                       DISPLAY " GROUP LIMIT CUSTOMER " WF-NUMBER-EDITED00048192
                       MOVE CUSTOMER-MASTER-REC TO WF-AFTER-IMAGE       00048193
                       PERFORM 550-WRITE-AUDIT-RECORD                   00048194
                       ADD  1 TO  WF-GROUP-LIMIT-COUNT  WF-WRITTEN-COUNT00048195
                   END-IF                                               00048196
           END-READ.                                                    00048197
       535-REJECT-RECORD.                                               00048200
           DISPLAY " REJECTING " CMF-NUMBER " " WF-REJECT-REASON.       00048300
           MOVE WF-REJECT-REASON   TO REJ-REASON.                       00048400
           MOVE "RECORDS MERGED    " TO CR-LABEL.                       00052200
           MOVE WF-MERGED-COUNT      TO CR-COUNT.                       00052300
           DISPLAY WF-CONTROL-REPORT.                                   00052400
           MOVE "PARENTS LINKED    " TO CR-LABEL.                       00052414
           MOVE WF-PARENT-COUNT      TO CR-COUNT.                       00052428
           DISPLAY WF-CONTROL-REPORT.                                   00052442
           MOVE "GROUP LIMITS SET  " TO CR-LABEL.                       00052456
           MOVE WF-GROUP-LIMIT-COUNT TO CR-COUNT.                       00052470
           DISPLAY WF-CONTROL-REPORT.                                   00052484
           IF WF-READ-COUNT = WF-ADDED-COUNT + WF-CHANGED-COUNT         00052500
                              + WF-DELETED-COUNT + WF-NO-TRANS-COUNT    00052600
                              + WF-REJECTED-COUNT + WF-SKIPPED-COUNT    00052700
                              + WF-RENUMBERED-COUNT + WF-MERGED-COUNT   00052800
                              + WF-PARENT-COUNT + WF-GROUP-LIMIT-COUNT  00052850
               DISPLAY "*** RUN IS IN BALANCE ***"                      00052900
           ELSE                                                         00053000
               DISPLAY "*** RUN IS OUT OF BALANCE - REVIEW ***"         00053100
           CLOSE   CUSTOMER-REJECT-FILE.                                00059200
           CLOSE   CUSTOMER-CHECKPOINT-NEW.                             00059300
           CLOSE   CUSTOMER-MILESTONE-FILE.                             00059400
           MOVE 'E' TO AC-FUNCTION.                                     00059433
           CALL 'AUTHCHK' USING AUTH-CHECK-PARMS.                       00059466
       1000-ABORT.                                                      00059500
            MOVE 16 TO RETURN-CODE.                                     00059550
            GOBACK.                                                     00059600
