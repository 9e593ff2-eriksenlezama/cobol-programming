           05  RM-HIGH-AGE             PIC 99.                          00003900
           05  RM-CLASS-NUMBER         PIC 99.                          00004000
           05  RM-INSURANCE-RATE       PIC S99V99.                      00004100
           05  RM-EFFECTIVE-DATE       PIC 9(8).                        00004125
           05  RM-EFFECTIVE-DATE-X REDEFINES RM-EFFECTIVE-DATE          00004150
                                       PIC X(8).                        00004175
      *                                                                 00004200
       FD  RATEOUT.                                                     00004300
       01  RATE-TABLE-OUT-RECORD.                                       00004400
           READ RATEMAINT                                               00040000
               AT END                                                   00040100
                   MOVE "Y" TO RATE-MAINT-EOF-SWITCH.                   00040200
      * A TRANSACTION WITH NO EFFECTIVE DATE, OR ONE ON OR BEFORE THE   00040300
      * PROCESSING DATE, CHANGES THE VERSION IN FORCE. A LATER DATE     00040400
      * (THE PROPOSED CHANGES WRITTEN BY RATEIND) CHANGES THE BAND'S    00040500
      * PENDING VERSION FOR THAT DATE INSTEAD.                          00040600
       420-APPLY-RATE-MAINT-RECORD.                                     00040700
           PERFORM 430-SEARCH-MAINT-AGE-GROUP.                          00040800
           IF RM-EFFECTIVE-DATE-X NOT = SPACES                          00040900
                   AND RM-EFFECTIVE-DATE > WS-PROCESSING-DATE           00041000
               PERFORM 465-APPLY-PENDING-CHANGE                         00041100
           ELSE                                                         00041200
               EVALUATE TRUE                                            00041300
                   WHEN RM-ADD-TRANS                                    00041400
                       PERFORM 450-APPLY-ADD-TRANS                      00041500
                   WHEN RM-CHANGE-TRANS                                 00041510
                       PERFORM 460-APPLY-CHANGE-TRANS                   00041520
                   WHEN RM-DELETE-TRANS                                 00041530
                       PERFORM 470-APPLY-DELETE-TRANS                   00041540
                   WHEN OTHER                                           00041550
                       DISPLAY "INVALID TRANSACTION CODE - REJECTED "   00041560
                           RM-TRANS-CODE                                00041570
               END-EVALUATE                                             00041580
           END-IF.                                                      00041590
           PERFORM 410-READ-RATE-MAINT-RECORD.                          00041600
       430-SEARCH-MAINT-AGE-GROUP.                                      00041700
           SET AGE-INDEX TO 1.                                          00041800
               DISPLAY "AGE GROUP NOT FOUND - CHANGE REJECTED "         00048600
                   RM-LOW-AGE RM-HIGH-AGE                               00048700
           END-IF.                                                      00048800
      * A FUTURE-DATED CHANGE STARTS THE PENDING VERSION FROM THE       00048801
      * RATES IN FORCE WHEN THE BAND HAS NONE. A BAND ALREADY PENDING   00048802
      * FOR ANOTHER DATE IS LEFT ALONE - ONE PENDING VERSION A BAND.    00048803
       465-APPLY-PENDING-CHANGE.                                        00048804
           IF NOT RM-CHANGE-TRANS                                       00048805
               DISPLAY "FUTURE-DATED TRANS NOT A CHANGE - REJECTED "    00048806
                   RM-TRANS-CODE RM-LOW-AGE RM-HIGH-AGE RM-CLASS-NUMBER 00048807
           ELSE                                                         00048808
           IF NOT AGE-GROUP-FOUND                                       00048809
               DISPLAY "AGE GROUP NOT FOUND - CHANGE REJECTED "         00048810
                   RM-LOW-AGE RM-HIGH-AGE                               00048811
           ELSE                                                         00048812
           IF WS-PENDING-DATE (AGE-INDEX) NOT = ZERO                    00048813
                   AND WS-PENDING-DATE (AGE-INDEX)                      00048814
                       NOT = RM-EFFECTIVE-DATE                          00048815
               DISPLAY "BAND PENDING FOR "                              00048816
                   WS-PENDING-DATE (AGE-INDEX)                          00048817
                   " - CHANGE REJECTED "                                00048818
                   RM-LOW-AGE RM-HIGH-AGE RM-CLASS-NUMBER               00048819
           ELSE                                                         00048820
               IF WS-PENDING-DATE (AGE-INDEX) = ZERO                    00048821
                   MOVE RM-EFFECTIVE-DATE                               00048822
                       TO WS-PENDING-DATE (AGE-INDEX)                   00048823
                   PERFORM 466-COPY-ONE-CLASS-TO-PENDING                00048824
                       VARYING CLASS-INDEX FROM 1 BY 1                  00048825
                       UNTIL CLASS-INDEX > 4                            00048826
               END-IF                                                   00048827
               MOVE "N" TO CLASS-FOUND-SWITCH                           00048828
               PERFORM 467-MATCH-PENDING-CLASS                          00048829
                   VARYING CLASS-SUB FROM 1 BY 1                        00048830
                   UNTIL CLASS-FOUND                                    00048831
                   OR CLASS-SUB > 4                                     00048832
               IF CLASS-FOUND                                           00048833
                   SUBTRACT 1 FROM CLASS-SUB                            00048834
                   MOVE RM-INSURANCE-RATE                               00048835
                       TO PEND-INSURANCE-RATE (AGE-INDEX CLASS-SUB)     00048836
               ELSE                                                     00048837
                   DISPLAY "CLASS NOT FOUND - CHANGE REJECTED "         00048838
                       RM-LOW-AGE RM-HIGH-AGE RM-CLASS-NUMBER           00048839
               END-IF                                                   00048840
           END-IF                                                       00048841
           END-IF                                                       00048842
           END-IF.                                                      00048843
       466-COPY-ONE-CLASS-TO-PENDING.                                   00048844
           MOVE CLASS-NUMBER (AGE-INDEX CLASS-INDEX)                    00048845
               TO PEND-CLASS-NUMBER (AGE-INDEX CLASS-INDEX).            00048846
           MOVE INSURANCE-RATE (AGE-INDEX CLASS-INDEX)                  00048847
               TO PEND-INSURANCE-RATE (AGE-INDEX CLASS-INDEX).          00048848
       467-MATCH-PENDING-CLASS.                                         00048849
           IF PEND-CLASS-NUMBER (AGE-INDEX CLASS-SUB) = RM-CLASS-NUMBER 00048850
               MOVE "Y" TO CLASS-FOUND-SWITCH                           00048851
           END-IF.                                                      00048852
       470-APPLY-DELETE-TRANS.                                          00048900
           IF AGE-GROUP-FOUND                                           00049000
               PERFORM 440-SEARCH-MAINT-CLASS                           00049100
