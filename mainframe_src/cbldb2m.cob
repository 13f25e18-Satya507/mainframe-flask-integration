      *    PASSED TO THE LOADER, SO A SHORTFALL ON THE LOAD REPORT      00015000
      *    CAN BE TRACED TO THE OFFICE THAT SENT IT. A MISSING          00016000
      *    REGIONAL FILE IS REPORTED, NOT FATAL.                        00017000
      *    EACH FEED IS FRAMED BY A HEADER - HDR,OFFICE,YYYY-MM-DD,     00017100
      *    NNNNNN (OFFICE CODE, CREATION DATE, RUNNING FILE SEQUENCE)   00017150
      *    - AND A TRAILER - TRL,NNNNNNNNN (DATA RECORD COUNT). A FEED  00017200
      *    IS MERGED ONLY WHEN ITS SEQUENCE IS THE NEXT ONE AFTER THE   00017250
      *    LAST ACCEPTED FOR THAT OFFICE ON THE FEED CONTROL FILE       00017300
      *    (CTLINDD IN, CTLOUTDD OUT), ITS TRAILER COUNT AGREES WITH    00017350
      *    THE RECORDS READ, AND THE OFFICE IS SCHEDULED TO SEND ON     00017400
      *    ITS CREATION DATE. ANY OTHER FEED IS HELD: REPORTED AND      00017450
      *    COPIED WHOLE TO ITS HOLD FILE (HLD1DD, HLD2DD, HLD3DD)       00017500
      *    INSTEAD OF MERGED. OPERATIONS FORCE-ACCEPT A HELD FEED       00017550
      *    ONCE THE OFFICE CONFIRMS IT WITH A PARMDD RECORD             00017600
      *    FORCE,OFFICE,NNNNNN NAMING ITS HEADER SEQUENCE.              00017650
      *---------------------------------------------------------------- 00018000
      * MODIFICATION HISTORY                                            00019000
      *---------------------------------------------------------------- 00020000
      *                  OFFICE'S COPY WAS KEPT AND WHICH WAS DROPPED.  00023800
      *                  THE BALANCING REPORT NOW PROVES RECEIVED =     00023900
      *                  PASSED + DUPLICATES PER SOURCE.                00023950
      * 10/15/2026 RKS   ADDED FEED SEQUENCE AND REPLAY CONTROL. EVERY  00023951
      *                  REGIONAL FEED NOW CARRIES A HEADER AND TRAILER 00023952
      *                  AND IS VALIDATED IN A FIRST PASS (V-PARA)      00023953
      *                  AGAINST THE PER-OFFICE FEED CONTROL FILE. A    00023954
      *                  REPLAY, SEQUENCE GAP, TRAILER COUNT MISMATCH   00023955
      *                  OR UNSCHEDULED FEED IS HELD (HLD1DD-HLD3DD),   00023956
      *                  NOT MERGED; PARMDD FORCE OVERRIDES A HOLD.     00023957
      *                  FEED CONTROL SECTION ADDED TO THE BALANCING    00023958
      *                  REPORT, WHICH NOW PROVES RECEIVED = PASSED +   00023959
      *                  DUPLICATES + HELD. RETURN CODE 4 WHEN A FEED   00023960
      *                  IS HELD.                                       00023961
      *---------------------------------------------------------------- 00024000
       ENVIRONMENT DIVISION.                                            00025000
       INPUT-OUTPUT SECTION.                                            00026000
                                ORGANIZATION SEQUENTIAL                 00047200
                                ACCESS SEQUENTIAL                       00047300
                                FILE STATUS WS-XRFSTAT.                 00047400
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00047410
                                ORGANIZATION SEQUENTIAL                 00047420
                                ACCESS SEQUENTIAL                       00047430
                                FILE STATUS WS-PRMSTAT.                 00047440
           SELECT CTLI-FILE     ASSIGN TO CTLINDD                       00047450
                                ORGANIZATION SEQUENTIAL                 00047460
                                ACCESS SEQUENTIAL                       00047470
                                FILE STATUS WS-CTISTAT.                 00047480
           SELECT CTLO-FILE     ASSIGN TO CTLOUTDD                      00047490
                                ORGANIZATION SEQUENTIAL                 00047500
                                ACCESS SEQUENTIAL                       00047510
                                FILE STATUS WS-CTOSTAT.                 00047520
           SELECT HLD1-FILE     ASSIGN TO HLD1DD                        00047530
                                ORGANIZATION SEQUENTIAL                 00047540
                                ACCESS SEQUENTIAL                       00047550
                                FILE STATUS WS-HL1STAT.                 00047560
           SELECT HLD2-FILE     ASSIGN TO HLD2DD                        00047570
                                ORGANIZATION SEQUENTIAL                 00047580
                                ACCESS SEQUENTIAL                       00047590
                                FILE STATUS WS-HL2STAT.                 00047600
           SELECT HLD3-FILE     ASSIGN TO HLD3DD                        00047610
                                ORGANIZATION SEQUENTIAL                 00047620
                                ACCESS SEQUENTIAL                       00047630
                                FILE STATUS WS-HL3STAT.                 00047640
       DATA DIVISION.                                                   00048000
       FILE SECTION.                                                    00049000
       FD RGN1-FILE.                                                    00050000
       01 REPT-REC              PIC X(80).                              00059000
       FD XREF-FILE.                                                    00059100
       01 XREF-REC              PIC X(80).                              00059200
       FD PARM-FILE.                                                    00059210
       01 PARM-REC              PIC X(80).                              00059220
       FD CTLI-FILE.                                                    00059230
       01 CTLI-REC.                                                     00059240
           05 CI-OFFICE         PIC X(02).                              00059250
           05 CI-LAST-SEQ       PIC X(06).                              00059260
           05 CI-LAST-SEQ-N REDEFINES CI-LAST-SEQ PIC 9(06).            00059270
           05 CI-LAST-CRDATE    PIC X(10).                              00059280
           05 CI-LAST-RUN       PIC X(10).                              00059290
           05 CI-SCHEDULE       PIC X(07).                              00059300
           05 FILLER            PIC X(45).                              00059310
       FD CTLO-FILE.                                                    00059320
       01 CTLO-REC.                                                     00059330
           05 CO-OFFICE         PIC X(02).                              00059340
           05 CO-LAST-SEQ       PIC 9(06).                              00059350
           05 CO-LAST-CRDATE    PIC X(10).                              00059360
           05 CO-LAST-RUN       PIC X(10).                              00059370
           05 CO-SCHEDULE       PIC X(07).                              00059380
           05 FILLER            PIC X(45).                              00059390
       FD HLD1-FILE.                                                    00059400
       01 HLD1-REC              PIC X(100).                             00059410
       FD HLD2-FILE.                                                    00059420
       01 HLD2-REC              PIC X(100).                             00059430
       FD HLD3-FILE.                                                    00059440
       01 HLD3-REC              PIC X(100).                             00059450
       WORKING-STORAGE SECTION.                                         00060000
       01 WS-RG1STAT PIC X(02).                                         00061000
       01 WS-RG2STAT PIC X(02).                                         00062000
       01 WS-MRGSTAT PIC X(02).                                         00064000
       01 WS-REPTSTAT PIC X(02).                                        00065000
       01 WS-XRFSTAT PIC X(02).                                         00065100
       01 WS-PRMSTAT PIC X(02).                                         00065110
       01 WS-CTISTAT PIC X(02).                                         00065120
       01 WS-CTOSTAT PIC X(02).                                         00065130
       01 WS-HL1STAT PIC X(02).                                         00065140
       01 WS-HL2STAT PIC X(02).                                         00065150
       01 WS-HL3STAT PIC X(02).                                         00065160
       01 WS-HLDSTAT PIC X(02).                                         00065170
       01 ABEND-CODE PIC S9(9) COMP.                                    00066000
                                                                        00067000
       01 WS-SWITCHES.                                                  00068000
              88 WS-EOF-YES              VALUE 'Y'.                     00070000
           05 WS-DUP-FOUND-SW   PIC X(01) VALUE 'N'.                    00070100
              88 WS-DUP-FOUND            VALUE 'Y'.                     00070200
           05 WS-FEED-HELD-SW   PIC X(01) VALUE 'N'.                    00070210
              88 WS-FEED-HELD            VALUE 'Y'.                     00070220
           05 WS-FEED-EMPTY-SW  PIC X(01) VALUE 'N'.                    00070230
              88 WS-FEED-EMPTY           VALUE 'Y'.                     00070240
           05 WS-HDR-FOUND-SW   PIC X(01) VALUE 'N'.                    00070250
              88 WS-HDR-FOUND            VALUE 'Y'.                     00070260
           05 WS-HDR-VALID-SW   PIC X(01) VALUE 'N'.                    00070270
              88 WS-HDR-VALID            VALUE 'Y'.                     00070280
           05 WS-TRL-FOUND-SW   PIC X(01) VALUE 'N'.                    00070290
              88 WS-TRL-FOUND            VALUE 'Y'.                     00070300
           05 WS-PRM-EOF-SW     PIC X(01) VALUE 'N'.                    00070310
              88 WS-PRM-EOF-YES          VALUE 'Y'.                     00070320
           05 WS-CTL-EOF-SW     PIC X(01) VALUE 'N'.                    00070330
              88 WS-CTL-EOF-YES          VALUE 'Y'.                     00070340
                                                                        00071000
       01 WS-SRC-CD             PIC X(02).                              00072000
       01 WS-IN-REC             PIC X(100).                             00073000
       01 WS-IN-REC-BRK REDEFINES WS-IN-REC.                            00073010
           05 IN-REC-TYPE       PIC X(03).                              00073020
              88 IN-HEADER               VALUE 'HDR'.                   00073030
              88 IN-TRAILER              VALUE 'TRL'.                   00073040
           05 IN-REC-SEP        PIC X(01).                              00073050
           05 FILLER            PIC X(96).                              00073060
       01 WS-IN-TRL REDEFINES WS-IN-REC.                                00073070
           05 FILLER            PIC X(04).                              00073080
           05 IT-COUNT          PIC X(09).                              00073090
           05 FILLER            PIC X(87).                              00073100
       01 WS-PNAME PIC X(10).                                           00074000
       01 WS-DOB PIC X(10).                                             00075000
       01 WS-EMPLOYEE-ID PIC X(08).                                     00076000
           05 WS-RCV-COUNT      PIC 9(09) COMP OCCURS 3 TIMES.          00082000
           05 WS-PASS-COUNT     PIC 9(09) COMP OCCURS 3 TIMES.          00083000
           05 WS-DUPDROP-COUNT  PIC 9(09) COMP OCCURS 3 TIMES.          00083100
           05 WS-HELD-COUNT     PIC 9(09) COMP OCCURS 3 TIMES.          00083200
       01 WS-SRC-IX             PIC 9(02) COMP.                         00084000
       01 WS-FILE-MISSING-SW    PIC X(03) VALUE 'NNN'.                  00085000
       01 WS-FILE-MISSING-BRK REDEFINES WS-FILE-MISSING-SW.             00086000
       01 WS-TOT-RCV            PIC 9(09) COMP VALUE ZERO.              00088000
       01 WS-TOT-PASS           PIC 9(09) COMP VALUE ZERO.              00089000
       01 WS-TOT-DUPDROP        PIC 9(09) COMP VALUE ZERO.              00089100
       01 WS-TOT-HELD           PIC 9(09) COMP VALUE ZERO.              00089150
                                                                        00089200
       01 WS-SEEN-MAX           PIC 9(04) COMP VALUE 5000.              00089300
       01 WS-SEEN-COUNT         PIC 9(04) COMP VALUE ZERO.              00089400
                 DEPENDING ON WS-SEEN-COUNT INDEXED BY SN-IX.           00089700
              10 SN-EMPLOYEE-ID PIC X(08).                              00089800
              10 SN-SRC-CD      PIC X(02).                              00089900
                                                                        00089901
       01 WS-TODAY-RAW PIC 9(08).                                       00089902
       01 WS-TODAY-BRK REDEFINES WS-TODAY-RAW.                          00089903
           05 WS-TODAY-YYYY     PIC X(04).                              00089904
           05 WS-TODAY-MM       PIC X(02).                              00089905
           05 WS-TODAY-DD       PIC X(02).                              00089906
       01 WS-TODAY-DATE.                                                00089907
           05 WS-TODAY-Y        PIC X(04).                              00089908
           05 FILLER            PIC X(01) VALUE '-'.                    00089909
           05 WS-TODAY-M        PIC X(02).                              00089910
           05 FILLER            PIC X(01) VALUE '-'.                    00089911
           05 WS-TODAY-D        PIC X(02).                              00089912
                                                                        00089913
       01 WS-FD-READ            PIC 9(09) COMP VALUE ZERO.              00089914
       01 WS-FD-DATA            PIC 9(09) COMP VALUE ZERO.              00089915
       01 WS-FD-STRUCT          PIC X(18).                              00089916
       01 WS-FD-LAST-SEQ        PIC X(06).                              00089917
       01 WS-FD-TRL-COUNT       PIC X(09).                              00089918
       01 WS-FD-TRL-COUNT-N REDEFINES WS-FD-TRL-COUNT PIC 9(09).        00089919
       01 WS-FD-DISPOSITION.                                            00089920
           05 WS-FD-DISP        PIC X(09).                              00089921
           05 WS-FD-REASON      PIC X(18).                              00089922
       01 WS-FD-HEADER          PIC X(100).                             00089923
       01 WS-FD-HDR-BRK REDEFINES WS-FD-HEADER.                         00089924
           05 FILLER            PIC X(04).                              00089925
           05 FH-OFFICE         PIC X(02).                              00089926
           05 FH-SEP2           PIC X(01).                              00089927
           05 FH-CREATE-DATE.                                           00089928
              10 FH-CR-YYYY     PIC 9(04).                              00089929
              10 FH-CR-DASH1    PIC X(01).                              00089930
              10 FH-CR-MM       PIC 9(02).                              00089931
              10 FH-CR-DASH2    PIC X(01).                              00089932
              10 FH-CR-DD       PIC 9(02).                              00089933
           05 FH-SEP3           PIC X(01).                              00089934
           05 FH-SEQ            PIC X(06).                              00089935
           05 FH-SEQ-N REDEFINES FH-SEQ PIC 9(06).                      00089936
           05 FILLER            PIC X(76).                              00089937
       01 WS-EXPECT-SEQ         PIC 9(06).                              00089938
                                                                        00089939
       01 WS-CTL-TABLE.                                                 00089940
           05 WS-CTL-ENTRY OCCURS 3 TIMES.                              00089941
              10 CT-FOUND-SW    PIC X(01).                              00089942
              10 CT-LAST-SEQ    PIC 9(06).                              00089943
              10 CT-LAST-CRDATE PIC X(10).                              00089944
              10 CT-LAST-RUN    PIC X(10).                              00089945
              10 CT-SCHEDULE    PIC X(07).                              00089946
              10 CT-SCHED-BRK REDEFINES CT-SCHEDULE.                    00089947
                 15 CT-SCHED-DAY PIC X(01) OCCURS 7 TIMES.              00089948
       01 WS-CTL-IX             PIC 9(02) COMP.                         00089949
       01 WS-DOW-IX             PIC 9(02) COMP.                         00089950
                                                                        00089951
       01 WS-FORCE-TABLE.                                               00089952
           05 WS-FORCE-ENTRY OCCURS 3 TIMES.                            00089953
              10 FO-SEQ         PIC X(06).                              00089954
              10 FO-USED-SW     PIC X(01).                              00089955
       01 WS-PRM-VERB           PIC X(05).                              00089956
       01 WS-PRM-OFFICE         PIC X(02).                              00089957
       01 WS-PRM-SEQ            PIC X(06).                              00089958
                                                                        00089959
       01 WS-FEED-TABLE.                                                00089960
           05 WS-FEED-ENTRY OCCURS 3 TIMES.                             00089961
              10 FT-OFFICE      PIC X(02).                              00089962
              10 FT-CREATED     PIC X(10).                              00089963
              10 FT-SEQ         PIC X(06).                              00089964
              10 FT-LAST-SEQ    PIC X(06).                              00089965
              10 FT-TRL-COUNT   PIC X(09).                              00089966
              10 FT-DATA-COUNT  PIC 9(09) COMP.                         00089967
              10 FT-DISPOSITION PIC X(27).                              00089968
              10 FT-HELD-SW     PIC X(01).                              00089969
       01 WS-FEED-ACC-COUNT     PIC 9(09) COMP VALUE ZERO.              00089970
       01 WS-FEED-FORCE-COUNT   PIC 9(09) COMP VALUE ZERO.              00089971
       01 WS-FEED-HELD-COUNT    PIC 9(09) COMP VALUE ZERO.              00089972
                                                                        00089973
       01 WS-JD-YYYY            PIC 9(04).                              00089974
       01 WS-JD-MM              PIC 9(02).                              00089975
       01 WS-JD-DD              PIC 9(02).                              00089976
       01 WS-JDN                PIC S9(09) COMP.                        00089977
       01 WS-JD-WORK.                                                   00089978
           05 WS-JD-A           PIC S9(09) COMP.                        00089979
           05 WS-JD-M           PIC S9(09) COMP.                        00089980
           05 WS-JD-Y           PIC S9(09) COMP.                        00089981
           05 WS-JD-T1          PIC S9(09) COMP.                        00089982
           05 WS-JD-T2          PIC S9(09) COMP.                        00089983
           05 WS-JD-T3          PIC S9(09) COMP.                        00089984
           05 WS-JD-T4          PIC S9(09) COMP.                        00089985
           05 WS-JD-Q           PIC S9(09) COMP.                        00089986
                                                                        00089987
       01 WS-OFFICE-LIST        PIC X(06) VALUE 'R1R2R3'.               00089988
       01 WS-OFFICE-BRK REDEFINES WS-OFFICE-LIST.                       00089989
           05 WS-OFFICE-CD      PIC X(02) OCCURS 3 TIMES.               00089990
                                                                        00090000
       01 WS-RPT-TITLE.                                                 00091000
           05 FILLER    PIC X(55) VALUE                                 00092000
              'REGIONAL FEED CONSOLIDATION - BALANCING REPORT'.         00093000
           05 FILLER    PIC X(25) VALUE SPACES.                         00094000
       01 WS-RPT-COLHDG.                                                00095000
           05 FILLER    PIC X(40) VALUE                                 00096000
              'SOURCE   RECEIVED    PASSED      DUPS   '.               00097000
           05 FILLER    PIC X(40) VALUE                                 00098000
              '   HELD     STATUS'.                                     00098500
       01 WS-RPT-DETAIL.                                                00099000
           05 RPT-D-SOURCE        PIC X(02).                            00100000
           05 FILLER              PIC X(05) VALUE SPACES.               00101000
           05 RPT-D-PASS          PIC -9(9).                            00104000
           05 FILLER              PIC X(01) VALUE SPACES.               00104100
           05 RPT-D-DUPS          PIC -9(9).                            00104200
           05 FILLER              PIC X(01) VALUE SPACES.               00104300
           05 RPT-D-HELD          PIC -9(9).                            00104400
           05 FILLER              PIC X(02) VALUE SPACES.               00105000
           05 RPT-D-STATUS        PIC X(20).                            00106000
           05 FILLER              PIC X(08) VALUE SPACES.               00107000
       01 WS-RPT-SUMMARY.                                               00108000
           05 RPT-S-LABEL         PIC X(40).                            00109000
           05 RPT-S-COUNT         PIC -9(9).                            00110000
           05 FILLER              PIC X(08) VALUE SPACES.               00111580
           05 XRF-D-DUP-SRC       PIC X(02).                            00111590
           05 FILLER              PIC X(58) VALUE SPACES.               00111600
       01 WS-FC-TITLE.                                                  00111610
           05 FILLER    PIC X(50) VALUE                                 00111620
              'FEED SEQUENCE CONTROL'.                                  00111630
           05 FILLER    PIC X(30) VALUE SPACES.                         00111640
       01 WS-FC-COLHDG.                                                 00111650
           05 FILLER    PIC X(35) VALUE                                 00111660
              'SRC OFC CREATED    SEQ    LAST     '.                    00111670
           05 FILLER    PIC X(45) VALUE                                 00111680
              'TRAILER      READ DISPOSITION'.                          00111690
       01 WS-FC-DETAIL.                                                 00111700
           05 FC-D-SOURCE         PIC X(02).                            00111710
           05 FILLER              PIC X(02) VALUE SPACES.               00111720
           05 FC-D-OFFICE         PIC X(02).                            00111730
           05 FILLER              PIC X(02) VALUE SPACES.               00111740
           05 FC-D-CREATED        PIC X(10).                            00111750
           05 FILLER              PIC X(01) VALUE SPACES.               00111760
           05 FC-D-SEQ            PIC X(06).                            00111770
           05 FILLER              PIC X(01) VALUE SPACES.               00111780
           05 FC-D-LAST-SEQ       PIC X(06).                            00111790
           05 FILLER              PIC X(01) VALUE SPACES.               00111800
           05 FC-D-TRL-COUNT      PIC X(09).                            00111810
           05 FILLER              PIC X(01) VALUE SPACES.               00111820
           05 FC-D-READ           PIC ZZZZZZZZ9.                        00111830
           05 FILLER              PIC X(01) VALUE SPACES.               00111840
           05 FC-D-DISPOSITION    PIC X(27).                            00111850
       01 WS-FC-UNUSED.                                                 00111860
           05 FILLER    PIC X(29) VALUE                                 00111870
              'FORCE PARM NOT USED - SOURCE '.                          00111880
           05 FC-U-SOURCE         PIC X(02).                            00111890
           05 FILLER              PIC X(05) VALUE ' SEQ '.              00111900
           05 FC-U-SEQ            PIC X(06).                            00111910
           05 FILLER              PIC X(38) VALUE SPACES.               00111920
       01 WS-FC-NOTE.                                                   00111930
           05 FILLER    PIC X(40) VALUE                                 00111940
              'HELD FEEDS ARE ON HLD1DD/HLD2DD/HLD3DD -'.               00111950
           05 FILLER    PIC X(40) VALUE                                 00111960
              ' FORCE WITH PARMDD FORCE,OFFICE,SEQ'.                    00111970
       LINKAGE SECTION.                                                 00112000
                                                                        00113000
       PROCEDURE DIVISION.                                              00114000
       A-PARA.                                                          00115000
           DISPLAY 'CBLDB2M'.                                           00116000
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.                      00116100
           MOVE WS-TODAY-YYYY TO WS-TODAY-Y.                            00116200
           MOVE WS-TODAY-MM TO WS-TODAY-M.                              00116300
           MOVE WS-TODAY-DD TO WS-TODAY-D.                              00116400
                                                                        00117000
           PERFORM A-010-INIT THRU A-010-EXIT                           00118000
              VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 3.        00119000
           OPEN OUTPUT REPT-FILE.                                       00127000
           OPEN OUTPUT XREF-FILE.                                       00127100
           PERFORM C-PARA THRU C-EXIT.                                  00127200
           PERFORM K-PARA THRU K-EXIT.                                  00127300
           PERFORM P-PARA THRU P-EXIT.                                  00127400
                                                                        00128000
           PERFORM R1-PARA THRU R1-EXIT.                                00129000
           PERFORM R2-PARA THRU R2-EXIT.                                00130000
           PERFORM R3-PARA THRU R3-EXIT.                                00131000
                                                                        00132000
           PERFORM D-PARA THRU D-EXIT.                                  00133000
           PERFORM E-PARA THRU E-EXIT.                                  00133100
           PERFORM F-PARA THRU F-EXIT.                                  00133200
                                                                        00134000
           CLOSE MRG-FILE.                                              00135000
           CLOSE REPT-FILE.                                             00136000
           CLOSE XREF-FILE.                                             00136100
           IF WS-FEED-HELD-COUNT > ZERO                                 00136200
              MOVE 4 TO RETURN-CODE                                     00136300
           END-IF.                                                      00136400
                                                                        00137000
           STOP RUN.                                                    00138000
       A-EXIT.                                                          00139000
           MOVE ZERO TO WS-RCV-COUNT (WS-SRC-IX).                       00143000
           MOVE ZERO TO WS-PASS-COUNT (WS-SRC-IX).                      00144000
           MOVE ZERO TO WS-DUPDROP-COUNT (WS-SRC-IX).                   00144100
           MOVE ZERO TO WS-HELD-COUNT (WS-SRC-IX).                      00144150
           MOVE 'N' TO CT-FOUND-SW (WS-SRC-IX).                         00144200
           MOVE ZERO TO CT-LAST-SEQ (WS-SRC-IX).                        00144250
           MOVE SPACES TO CT-LAST-CRDATE (WS-SRC-IX).                   00144300
           MOVE SPACES TO CT-LAST-RUN (WS-SRC-IX).                      00144350
           MOVE SPACES TO CT-SCHEDULE (WS-SRC-IX).                      00144400
           MOVE SPACES TO FO-SEQ (WS-SRC-IX).                           00144450
           MOVE 'N' TO FO-USED-SW (WS-SRC-IX).                          00144500
           MOVE SPACES TO WS-FEED-ENTRY (WS-SRC-IX).                    00144550
           MOVE ZERO TO FT-DATA-COUNT (WS-SRC-IX).                      00144600
           MOVE 'N' TO FT-HELD-SW (WS-SRC-IX).                          00144650
       A-010-EXIT.                                                      00145000
           EXIT.                                                        00146000
                                                                        00147000
              GO TO R1-EXIT                                             00155000
           END-IF.                                                      00156000
                                                                        00157000
           PERFORM B-PARA THRU B-EXIT.                                  00157050
           MOVE 'N' TO WS-EOF-SW.                                       00157100
           PERFORM R1-005-SCAN THRU R1-005-EXIT                         00157150
              UNTIL WS-EOF-YES.                                         00157200
           CLOSE RGN1-FILE.                                             00157250
           PERFORM V-PARA THRU V-EXIT.                                  00157300
           IF WS-FEED-EMPTY                                             00157350
              GO TO R1-EXIT                                             00157400
           END-IF.                                                      00157450
                                                                        00157500
           OPEN INPUT RGN1-FILE.                                        00157550
           IF WS-RG1STAT NOT = '00'                                     00157560
              DISPLAY 'RGN1DD REOPEN FAILED - STATUS:'WS-RG1STAT        00157570
              MOVE 210 TO ABEND-CODE                                    00157580
              CALL 'CEE3ABD' USING ABEND-CODE                           00157590
           END-IF.                                                      00157595
           IF WS-FEED-HELD                                              00157600
              OPEN OUTPUT HLD1-FILE                                     00157650
              IF WS-HL1STAT NOT = '00'                                  00157700
                 DISPLAY 'HLD1DD OPEN FAILED - STATUS:'WS-HL1STAT       00157750
                 MOVE 210 TO ABEND-CODE                                 00157800
                 CALL 'CEE3ABD' USING ABEND-CODE                        00157850
              END-IF                                                    00157900
           END-IF.                                                      00157950
           MOVE 'N' TO WS-EOF-SW.                                       00158000
           PERFORM R1-010-READ THRU R1-010-EXIT                         00159000
              UNTIL WS-EOF-YES.                                         00160000
                                                                        00161000
           CLOSE RGN1-FILE.                                             00162000
           IF WS-FEED-HELD                                              00162100
              CLOSE HLD1-FILE                                           00162200
           END-IF.                                                      00162300
       R1-EXIT.                                                         00163000
           EXIT.                                                        00164000
                                                                        00165000
       R1-005-SCAN.                                                     00165050
           READ RGN1-FILE INTO RGN1-REC                                 00165100
               AT END                                                   00165150
                   MOVE 'Y' TO WS-EOF-SW                                00165200
                   GO TO R1-005-EXIT                                    00165250
           END-READ.                                                    00165300
           MOVE RGN1-REC TO WS-IN-REC.                                  00165350
           PERFORM V-010-SCAN THRU V-010-EXIT.                          00165400
       R1-005-EXIT.                                                     00165450
           EXIT.                                                        00165500
                                                                        00165550
       R1-010-READ.                                                     00166000
           READ RGN1-FILE INTO RGN1-REC                                 00167000
               AT END                                                   00168000
                   GO TO R1-010-EXIT                                    00170000
           END-READ.                                                    00171000
           MOVE RGN1-REC TO WS-IN-REC.                                  00172000
           PERFORM G-PARA THRU G-EXIT.                                  00173000
       R1-010-EXIT.                                                     00174000
           EXIT.                                                        00175000
                                                                        00176000
              GO TO R2-EXIT                                             00184000
           END-IF.                                                      00185000
                                                                        00186000
           PERFORM B-PARA THRU B-EXIT.                                  00186050
           MOVE 'N' TO WS-EOF-SW.                                       00186100
           PERFORM R2-005-SCAN THRU R2-005-EXIT                         00186150
              UNTIL WS-EOF-YES.                                         00186200
           CLOSE RGN2-FILE.                                             00186250
           PERFORM V-PARA THRU V-EXIT.                                  00186300
           IF WS-FEED-EMPTY                                             00186350
              GO TO R2-EXIT                                             00186400
           END-IF.                                                      00186450
                                                                        00186500
           OPEN INPUT RGN2-FILE.                                        00186550
           IF WS-RG2STAT NOT = '00'                                     00186560
              DISPLAY 'RGN2DD REOPEN FAILED - STATUS:'WS-RG2STAT        00186570
              MOVE 210 TO ABEND-CODE                                    00186580
              CALL 'CEE3ABD' USING ABEND-CODE                           00186590
           END-IF.                                                      00186595
           IF WS-FEED-HELD                                              00186600
              OPEN OUTPUT HLD2-FILE                                     00186650
              IF WS-HL2STAT NOT = '00'                                  00186700
                 DISPLAY 'HLD2DD OPEN FAILED - STATUS:'WS-HL2STAT       00186750
                 MOVE 210 TO ABEND-CODE                                 00186800
                 CALL 'CEE3ABD' USING ABEND-CODE                        00186850
              END-IF                                                    00186900
           END-IF.                                                      00186950
           MOVE 'N' TO WS-EOF-SW.                                       00187000
           PERFORM R2-010-READ THRU R2-010-EXIT                         00188000
              UNTIL WS-EOF-YES.                                         00189000
                                                                        00190000
           CLOSE RGN2-FILE.                                             00191000
           IF WS-FEED-HELD                                              00191100
              CLOSE HLD2-FILE                                           00191200
           END-IF.                                                      00191300
       R2-EXIT.                                                         00192000
           EXIT.                                                        00193000
                                                                        00194000
       R2-005-SCAN.                                                     00194050
           READ RGN2-FILE INTO RGN2-REC                                 00194100
               AT END                                                   00194150
                   MOVE 'Y' TO WS-EOF-SW                                00194200
                   GO TO R2-005-EXIT                                    00194250
           END-READ.                                                    00194300
           MOVE RGN2-REC TO WS-IN-REC.                                  00194350
           PERFORM V-010-SCAN THRU V-010-EXIT.                          00194400
       R2-005-EXIT.                                                     00194450
           EXIT.                                                        00194500
                                                                        00194550
       R2-010-READ.                                                     00195000
           READ RGN2-FILE INTO RGN2-REC                                 00196000
               AT END                                                   00197000
                   GO TO R2-010-EXIT                                    00199000
           END-READ.                                                    00200000
           MOVE RGN2-REC TO WS-IN-REC.                                  00201000
           PERFORM G-PARA THRU G-EXIT.                                  00202000
       R2-010-EXIT.                                                     00203000
           EXIT.                                                        00204000
                                                                        00205000
              GO TO R3-EXIT                                             00213000
           END-IF.                                                      00214000
                                                                        00215000
           PERFORM B-PARA THRU B-EXIT.                                  00215050
           MOVE 'N' TO WS-EOF-SW.                                       00215100
           PERFORM R3-005-SCAN THRU R3-005-EXIT                         00215150
              UNTIL WS-EOF-YES.                                         00215200
           CLOSE RGN3-FILE.                                             00215250
           PERFORM V-PARA THRU V-EXIT.                                  00215300
           IF WS-FEED-EMPTY                                             00215350
              GO TO R3-EXIT                                             00215400
           END-IF.                                                      00215450
                                                                        00215500
           OPEN INPUT RGN3-FILE.                                        00215550
           IF WS-RG3STAT NOT = '00'                                     00215560
              DISPLAY 'RGN3DD REOPEN FAILED - STATUS:'WS-RG3STAT        00215570
              MOVE 210 TO ABEND-CODE                                    00215580
              CALL 'CEE3ABD' USING ABEND-CODE                           00215590
           END-IF.                                                      00215595
           IF WS-FEED-HELD                                              00215600
              OPEN OUTPUT HLD3-FILE                                     00215650
              IF WS-HL3STAT NOT = '00'                                  00215700
                 DISPLAY 'HLD3DD OPEN FAILED - STATUS:'WS-HL3STAT       00215750
                 MOVE 210 TO ABEND-CODE                                 00215800
                 CALL 'CEE3ABD' USING ABEND-CODE                        00215850
              END-IF                                                    00215900
           END-IF.                                                      00215950
           MOVE 'N' TO WS-EOF-SW.                                       00216000
           PERFORM R3-010-READ THRU R3-010-EXIT                         00217000
              UNTIL WS-EOF-YES.                                         00218000
                                                                        00219000
           CLOSE RGN3-FILE.                                             00220000
           IF WS-FEED-HELD                                              00220100
              CLOSE HLD3-FILE                                           00220200
           END-IF.                                                      00220300
       R3-EXIT.                                                         00221000
           EXIT.                                                        00222000
                                                                        00223000
       R3-005-SCAN.                                                     00223050
           READ RGN3-FILE INTO RGN3-REC                                 00223100
               AT END                                                   00223150
                   MOVE 'Y' TO WS-EOF-SW                                00223200
                   GO TO R3-005-EXIT                                    00223250
           END-READ.                                                    00223300
           MOVE RGN3-REC TO WS-IN-REC.                                  00223350
           PERFORM V-010-SCAN THRU V-010-EXIT.                          00223400
       R3-005-EXIT.                                                     00223450
           EXIT.                                                        00223500
                                                                        00223550
       R3-010-READ.                                                     00224000
           READ RGN3-FILE INTO RGN3-REC                                 00225000
               AT END                                                   00226000
                   GO TO R3-010-EXIT                                    00228000
           END-READ.                                                    00229000
           MOVE RGN3-REC TO WS-IN-REC.                                  00230000
           PERFORM G-PARA THRU G-EXIT.                                  00231000
       R3-010-EXIT.                                                     00232000
           EXIT.                                                        00233000
                                                                        00234000
           MOVE WS-TOT-DUPDROP TO RPT-S-COUNT.                          00306200
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00306300
           WRITE REPT-REC.                                              00306400
           MOVE 'FEED RECORDS HELD - NOT MERGED' TO RPT-S-LABEL.        00306500
           MOVE WS-TOT-HELD TO RPT-S-COUNT.                             00306600
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00306700
           WRITE REPT-REC.                                              00306800
                                                                        00307000
           IF WS-TOT-RCV = WS-TOT-PASS + WS-TOT-DUPDROP                 00308000
              + WS-TOT-HELD                                             00308500
              MOVE 'BALANCING: RECEIVED = PASSED + DUPS + HELD'         00309000
                 TO REPT-REC                                            00309100
           ELSE                                                         00310000
              MOVE 'BALANCING: *** MISMATCH *** CHECK SOURCES'          00311000
           END-IF.                                                      00313000
           WRITE REPT-REC.                                              00314000
                                                                        00315000
           DISPLAY 'RECEIVED:'WS-TOT-RCV' PASSED:'WS-TOT-PASS           00316000
              ' HELD:'WS-TOT-HELD.                                      00316500
       D-EXIT.                                                          00317000
           EXIT.                                                        00318000
                                                                        00319000
           MOVE WS-RCV-COUNT (WS-SRC-IX) TO RPT-D-RCV.                  00330000
           MOVE WS-PASS-COUNT (WS-SRC-IX) TO RPT-D-PASS.                00331000
           MOVE WS-DUPDROP-COUNT (WS-SRC-IX) TO RPT-D-DUPS.             00331100
           MOVE WS-HELD-COUNT (WS-SRC-IX) TO RPT-D-HELD.                00331200
           IF WS-FILE-MISS (WS-SRC-IX) = 'Y'                            00332000
              MOVE 'NO FILE RECEIVED' TO RPT-D-STATUS                   00333000
           ELSE                                                         00334000
              IF WS-RCV-COUNT (WS-SRC-IX) =                             00335000
                 WS-PASS-COUNT (WS-SRC-IX)                              00336000
                 + WS-DUPDROP-COUNT (WS-SRC-IX)                         00336100
                 + WS-HELD-COUNT (WS-SRC-IX)                            00336200
                 MOVE 'BALANCED' TO RPT-D-STATUS                        00337000
              ELSE                                                      00338000
                 MOVE '** OUT OF BALANCE **' TO RPT-D-STATUS            00339000
              END-IF                                                    00340000
           END-IF.                                                      00341000
           IF FT-HELD-SW (WS-SRC-IX) = 'Y'                              00341100
              MOVE 'FEED HELD' TO RPT-D-STATUS                          00341200
           END-IF.                                                      00341300
           MOVE WS-RPT-DETAIL TO REPT-REC.                              00342000
           WRITE REPT-REC.                                              00343000
       D-010-EXIT.                                                      00344000
              ' KEPT:'SN-SRC-CD (SN-IX)' DROPPED:'WS-SRC-CD.            00399000
       X-010-EXIT.                                                      00400000
           EXIT.                                                        00401000
                                                                        00402000
      *---------------------------------------------------------------- 00403000
      * B-PARA - RESET THE FEED WORK FIELDS BEFORE THE VALIDATION    *  00404000
      * PASS OVER ONE REGIONAL FEED.                                 *  00405000
      *---------------------------------------------------------------- 00406000
       B-PARA.                                                          00407000
           MOVE 'N' TO WS-FEED-HELD-SW.                                 00408000
           MOVE 'N' TO WS-FEED-EMPTY-SW.                                00409000
           MOVE 'N' TO WS-HDR-FOUND-SW.                                 00410000
           MOVE 'N' TO WS-HDR-VALID-SW.                                 00411000
           MOVE 'N' TO WS-TRL-FOUND-SW.                                 00412000
           MOVE ZERO TO WS-FD-READ.                                     00413000
           MOVE ZERO TO WS-FD-DATA.                                     00414000
           MOVE SPACES TO WS-FD-STRUCT.                                 00415000
           MOVE SPACES TO WS-FD-LAST-SEQ.                               00416000
           MOVE SPACES TO WS-FD-TRL-COUNT.                              00417000
           MOVE SPACES TO WS-FD-DISPOSITION.                            00418000
           MOVE SPACES TO WS-FD-HEADER.                                 00419000
       B-EXIT.                                                          00420000
           EXIT.                                                        00421000
                                                                        00422000
      *---------------------------------------------------------------- 00423000
      * V-PARA - DECIDE WHETHER THE FEED JUST SCANNED IS MERGED OR   *  00424000
      * HELD. THE HEADER MUST BE THE FIRST RECORD AND NAME THIS      *  00425000
      * OFFICE; THE TRAILER COUNT MUST AGREE WITH THE DATA RECORDS   *  00426000
      * READ; THE SEQUENCE MUST BE THE NEXT ONE AFTER THE LAST       *  00427000
      * ACCEPTED ON THE FEED CONTROL FILE (LOWER OR EQUAL IS A       *  00428000
      * REPLAY, HIGHER A GAP); AND THE OFFICE MUST BE SCHEDULED ON   *  00429000
      * THE CREATION DATE'S WEEKDAY. A FEED FAILING ANY CHECK BUT THE*  00430000
      * HEADER ONES CAN BE FORCED THROUGH BY A PARMDD FORCE RECORD   *  00431000
      * FOR ITS SEQUENCE. AN EMPTY FILE IS NEITHER MERGED NOR HELD.  *  00432000
      *---------------------------------------------------------------- 00433000
       V-PARA.                                                          00434000
           IF WS-FD-READ = ZERO                                         00435000
              MOVE 'Y' TO WS-FEED-EMPTY-SW                              00436000
              MOVE 'EMPTY FILE' TO WS-FD-DISPOSITION                    00437000
              DISPLAY WS-SRC-CD ' FEED IS EMPTY'                        00438000
              GO TO V-090-SAVE                                          00439000
           END-IF.                                                      00440000
           IF CT-FOUND-SW (WS-SRC-IX) = 'Y'                             00441000
              MOVE CT-LAST-SEQ (WS-SRC-IX) TO WS-FD-LAST-SEQ            00442000
           END-IF.                                                      00443000
                                                                        00444000
           PERFORM V-020-HEADER THRU V-020-EXIT.                        00445000
           IF NOT WS-HDR-VALID                                          00446000
              MOVE 'INVALID HEADER' TO WS-FD-REASON                     00447000
              GO TO V-050-HOLD                                          00448000
           END-IF.                                                      00449000
           IF FH-OFFICE NOT = WS-SRC-CD                                 00450000
              MOVE 'WRONG OFFICE' TO WS-FD-REASON                       00451000
              GO TO V-050-HOLD                                          00452000
           END-IF.                                                      00453000
           IF WS-FD-STRUCT NOT = SPACES                                 00454000
              MOVE WS-FD-STRUCT TO WS-FD-REASON                         00455000
              GO TO V-040-FORCE                                         00456000
           END-IF.                                                      00457000
           IF NOT WS-TRL-FOUND                                          00458000
              MOVE 'NO TRAILER' TO WS-FD-REASON                         00459000
              GO TO V-040-FORCE                                         00460000
           END-IF.                                                      00461000
           IF WS-FD-TRL-COUNT NOT NUMERIC                               00462000
              OR WS-FD-TRL-COUNT-N NOT = WS-FD-DATA                     00463000
              MOVE 'TRAILER COUNT' TO WS-FD-REASON                      00464000
              GO TO V-040-FORCE                                         00465000
           END-IF.                                                      00466000
           IF CT-FOUND-SW (WS-SRC-IX) NOT = 'Y'                         00467000
              MOVE 'NO CONTROL RECORD' TO WS-FD-REASON                  00468000
              GO TO V-040-FORCE                                         00469000
           END-IF.                                                      00470000
                                                                        00471000
           IF CT-LAST-SEQ (WS-SRC-IX) = 999999                          00472000
              MOVE 1 TO WS-EXPECT-SEQ                                   00473000
           ELSE                                                         00474000
              COMPUTE WS-EXPECT-SEQ = CT-LAST-SEQ (WS-SRC-IX) + 1       00475000
           END-IF.                                                      00476000
           IF FH-SEQ-N NOT = WS-EXPECT-SEQ                              00477000
              IF FH-SEQ-N NOT > CT-LAST-SEQ (WS-SRC-IX)                 00478000
                 MOVE 'REPLAY' TO WS-FD-REASON                          00479000
              ELSE                                                      00480000
                 MOVE 'SEQUENCE GAP' TO WS-FD-REASON                    00481000
              END-IF                                                    00482000
              GO TO V-040-FORCE                                         00483000
           END-IF.                                                      00484000
                                                                        00485000
           MOVE FH-CR-YYYY TO WS-JD-YYYY.                               00486000
           MOVE FH-CR-MM TO WS-JD-MM.                                   00487000
           MOVE FH-CR-DD TO WS-JD-DD.                                   00488000
           PERFORM J-PARA THRU J-EXIT.                                  00489000
           DIVIDE WS-JDN BY 7 GIVING WS-JD-Q REMAINDER WS-DOW-IX.       00490000
           ADD 1 TO WS-DOW-IX.                                          00491000
           IF CT-SCHED-DAY (WS-SRC-IX, WS-DOW-IX) NOT = 'Y'             00492000
              MOVE 'NOT SCHEDULED' TO WS-FD-REASON                      00493000
              GO TO V-040-FORCE                                         00494000
           END-IF.                                                      00495000
                                                                        00496000
           MOVE 'ACCEPTED' TO WS-FD-DISPOSITION.                        00497000
           ADD 1 TO WS-FEED-ACC-COUNT.                                  00498000
           PERFORM U-PARA THRU U-EXIT.                                  00499000
           DISPLAY WS-SRC-CD ' FEED ACCEPTED - SEQ:'FH-SEQ.             00500000
           GO TO V-090-SAVE.                                            00501000
                                                                        00502000
       V-040-FORCE.                                                     00503000
           IF FO-SEQ (WS-SRC-IX) = SPACES                               00504000
              GO TO V-050-HOLD                                          00505000
           END-IF.                                                      00506000
           IF FO-SEQ (WS-SRC-IX) NOT = FH-SEQ                           00507000
              DISPLAY 'FORCE SEQ ' FO-SEQ (WS-SRC-IX) ' DOES NOT MATCH '00508000
                 WS-SRC-CD ' HEADER SEQ ' FH-SEQ                        00509000
              GO TO V-050-HOLD                                          00510000
           END-IF.                                                      00511000
           MOVE 'Y' TO FO-USED-SW (WS-SRC-IX).                          00512000
           MOVE 'FORCED - ' TO WS-FD-DISP.                              00513000
           ADD 1 TO WS-FEED-FORCE-COUNT.                                00514000
           IF WS-FD-REASON NOT = 'REPLAY'                               00515000
              PERFORM U-PARA THRU U-EXIT                                00516000
           END-IF.                                                      00517000
           DISPLAY WS-SRC-CD ' FEED FORCE-ACCEPTED - SEQ:'FH-SEQ        00518000
              ' REASON:'WS-FD-REASON.                                   00519000
           GO TO V-090-SAVE.                                            00520000
                                                                        00521000
       V-050-HOLD.                                                      00522000
           MOVE 'Y' TO WS-FEED-HELD-SW.                                 00523000
           MOVE 'HELD   - ' TO WS-FD-DISP.                              00524000
           ADD 1 TO WS-FEED-HELD-COUNT.                                 00525000
           DISPLAY WS-SRC-CD ' FEED HELD - SEQ:'FH-SEQ                  00526000
              ' REASON:'WS-FD-REASON.                                   00527000
                                                                        00528000
       V-090-SAVE.                                                      00529000
           MOVE FH-OFFICE TO FT-OFFICE (WS-SRC-IX).                     00530000
           MOVE FH-CREATE-DATE TO FT-CREATED (WS-SRC-IX).               00531000
           MOVE FH-SEQ TO FT-SEQ (WS-SRC-IX).                           00532000
           MOVE WS-FD-LAST-SEQ TO FT-LAST-SEQ (WS-SRC-IX).              00533000
           MOVE WS-FD-TRL-COUNT TO FT-TRL-COUNT (WS-SRC-IX).            00534000
           MOVE WS-FD-DATA TO FT-DATA-COUNT (WS-SRC-IX).                00535000
           MOVE WS-FD-DISPOSITION TO FT-DISPOSITION (WS-SRC-IX).        00536000
           MOVE WS-FEED-HELD-SW TO FT-HELD-SW (WS-SRC-IX).              00537000
       V-EXIT.                                                          00538000
           EXIT.                                                        00539000
                                                                        00540000
      *---------------------------------------------------------------- 00541000
      * V-010-SCAN - FIRST PASS OVER ONE RECORD: KEEP THE HEADER     *  00542000
      * (FIRST RECORD ONLY) AND THE TRAILER COUNT, COUNT THE DATA    *  00543000
      * RECORDS, AND NOTE A SECOND HEADER OR TRAILER OR DATA         *  00544000
      * FOLLOWING THE TRAILER.                                       *  00545000
      *---------------------------------------------------------------- 00546000
       V-010-SCAN.                                                      00547000
           ADD 1 TO WS-FD-READ.                                         00548000
           IF IN-HEADER AND IN-REC-SEP = ','                            00549000
              IF WS-FD-READ = 1                                         00550000
                 MOVE WS-IN-REC TO WS-FD-HEADER                         00551000
                 MOVE 'Y' TO WS-HDR-FOUND-SW                            00552000
              ELSE                                                      00553000
                 MOVE 'EXTRA HEADER' TO WS-FD-STRUCT                    00554000
              END-IF                                                    00555000
              GO TO V-010-EXIT                                          00556000
           END-IF.                                                      00557000
           IF IN-TRAILER AND IN-REC-SEP = ','                           00558000
              IF WS-TRL-FOUND                                           00559000
                 MOVE 'EXTRA TRAILER' TO WS-FD-STRUCT                   00560000
              ELSE                                                      00561000
                 MOVE IT-COUNT TO WS-FD-TRL-COUNT                       00562000
                 MOVE 'Y' TO WS-TRL-FOUND-SW                            00563000
              END-IF                                                    00564000
              GO TO V-010-EXIT                                          00565000
           END-IF.                                                      00566000
           ADD 1 TO WS-FD-DATA.                                         00567000
           IF WS-TRL-FOUND                                              00568000
              MOVE 'DATA AFTER TRAILER' TO WS-FD-STRUCT                 00569000
           END-IF.                                                      00570000
       V-010-EXIT.                                                      00571000
           EXIT.                                                        00572000
                                                                        00573000
       V-020-HEADER.                                                    00574000
           MOVE 'N' TO WS-HDR-VALID-SW.                                 00575000
           IF NOT WS-HDR-FOUND                                          00576000
              GO TO V-020-EXIT                                          00577000
           END-IF.                                                      00578000
           IF FH-SEP2 NOT = ',' OR FH-SEP3 NOT = ','                    00579000
              OR FH-CR-DASH1 NOT = '-' OR FH-CR-DASH2 NOT = '-'         00580000
              OR FH-CR-YYYY NOT NUMERIC                                 00581000
              OR FH-CR-MM NOT NUMERIC                                   00582000
              OR FH-CR-DD NOT NUMERIC                                   00583000
              OR FH-SEQ NOT NUMERIC                                     00584000
              GO TO V-020-EXIT                                          00585000
           END-IF.                                                      00586000
           IF FH-CR-MM < 1 OR FH-CR-MM > 12                             00587000
              OR FH-CR-DD < 1 OR FH-CR-DD > 31                          00588000
              OR FH-SEQ-N = ZERO                                        00589000
              GO TO V-020-EXIT                                          00590000
           END-IF.                                                      00591000
           MOVE 'Y' TO WS-HDR-VALID-SW.                                 00592000
       V-020-EXIT.                                                      00593000
           EXIT.                                                        00594000
                                                                        00595000
      *---------------------------------------------------------------- 00596000
      * G-PARA - SECOND PASS OVER ONE RECORD. A HELD FEED IS COPIED  *  00597000
      * WHOLE TO ITS HOLD FILE; AN ACCEPTED FEED HAS ITS HEADER AND  *  00598000
      * TRAILER DROPPED AND EVERY DATA RECORD GOES TO W-PARA AS      *  00599000
      * BEFORE.                                                      *  00600000
      *---------------------------------------------------------------- 00601000
       G-PARA.                                                          00602000
           IF WS-FEED-HELD                                              00603000
              PERFORM H-PARA THRU H-EXIT                                00604000
              GO TO G-EXIT                                              00605000
           END-IF.                                                      00606000
           IF (IN-HEADER OR IN-TRAILER) AND IN-REC-SEP = ','            00607000
              GO TO G-EXIT                                              00608000
           END-IF.                                                      00609000
           PERFORM W-PARA THRU W-EXIT.                                  00610000
       G-EXIT.                                                          00611000
           EXIT.                                                        00612000
                                                                        00613000
       H-PARA.                                                          00614000
           EVALUATE WS-SRC-IX                                           00615000
              WHEN 1                                                    00616000
                 MOVE WS-IN-REC TO HLD1-REC                             00617000
                 WRITE HLD1-REC                                         00618000
                 MOVE WS-HL1STAT TO WS-HLDSTAT                          00619000
              WHEN 2                                                    00620000
                 MOVE WS-IN-REC TO HLD2-REC                             00621000
                 WRITE HLD2-REC                                         00622000
                 MOVE WS-HL2STAT TO WS-HLDSTAT                          00623000
              WHEN 3                                                    00624000
                 MOVE WS-IN-REC TO HLD3-REC                             00625000
                 WRITE HLD3-REC                                         00626000
                 MOVE WS-HL3STAT TO WS-HLDSTAT                          00627000
           END-EVALUATE.                                                00628000
           IF WS-HLDSTAT NOT = '00'                                     00629000
              DISPLAY 'HOLD FILE WRITE FAILED - SOURCE:'WS-SRC-CD       00630000
                 ' STATUS:'WS-HLDSTAT                                   00631000
              MOVE 211 TO ABEND-CODE                                    00632000
              CALL 'CEE3ABD' USING ABEND-CODE                           00633000
           END-IF.                                                      00634000
           IF (IN-HEADER OR IN-TRAILER) AND IN-REC-SEP = ','            00635000
              GO TO H-EXIT                                              00636000
           END-IF.                                                      00637000
           ADD 1 TO WS-RCV-COUNT (WS-SRC-IX).                           00638000
           ADD 1 TO WS-TOT-RCV.                                         00639000
           ADD 1 TO WS-HELD-COUNT (WS-SRC-IX).                          00640000
           ADD 1 TO WS-TOT-HELD.                                        00641000
       H-EXIT.                                                          00642000
           EXIT.                                                        00643000
                                                                        00644000
      *---------------------------------------------------------------- 00645000
      * U-PARA - RECORD AN ACCEPTED FEED ON THE CONTROL TABLE. AN    *  00646000
      * OFFICE WITH NO CONTROL RECORD (FIRST FEED, FORCED) STARTS ON *  00647000
      * A MONDAY TO FRIDAY SCHEDULE.                                 *  00648000
      *---------------------------------------------------------------- 00649000
       U-PARA.                                                          00650000
           IF CT-FOUND-SW (WS-SRC-IX) NOT = 'Y'                         00651000
              MOVE 'Y' TO CT-FOUND-SW (WS-SRC-IX)                       00652000
              MOVE 'YYYYYNN' TO CT-SCHEDULE (WS-SRC-IX)                 00653000
           END-IF.                                                      00654000
           MOVE FH-SEQ-N TO CT-LAST-SEQ (WS-SRC-IX).                    00655000
           MOVE FH-CREATE-DATE TO CT-LAST-CRDATE (WS-SRC-IX).           00656000
           MOVE WS-TODAY-DATE TO CT-LAST-RUN (WS-SRC-IX).               00657000
       U-EXIT.                                                          00658000
           EXIT.                                                        00659000
                                                                        00660000
      *---------------------------------------------------------------- 00661000
      * J-PARA - DAY NUMBER OF WS-JD-YYYY/MM/DD INTO WS-JDN. DAY     *  00662000
      * NUMBER MODULO 7 IS 0 ON A MONDAY. EACH DIVISION IS ITS OWN   *  00663000
      * COMPUTE SO EVERY QUOTIENT IS TRUNCATED.                      *  00664000
      *---------------------------------------------------------------- 00665000
       J-PARA.                                                          00666000
           COMPUTE WS-JD-A = (14 - WS-JD-MM) / 12.                      00667000
           COMPUTE WS-JD-Y = WS-JD-YYYY + 4800 - WS-JD-A.               00668000
           COMPUTE WS-JD-M = WS-JD-MM + (12 * WS-JD-A) - 3.             00669000
           COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5.                00670000
           COMPUTE WS-JD-T2 = WS-JD-Y / 4.                              00671000
           COMPUTE WS-JD-T3 = WS-JD-Y / 100.                            00672000
           COMPUTE WS-JD-T4 = WS-JD-Y / 400.                            00673000
           COMPUTE WS-JDN = WS-JD-DD + WS-JD-T1 + (365 * WS-JD-Y)       00674000
                          + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.     00675000
       J-EXIT.                                                          00676000
           EXIT.                                                        00677000
                                                                        00678000
      *---------------------------------------------------------------- 00679000
      * K-PARA - LOAD THE FEED CONTROL FILE: ONE RECORD PER OFFICE   *  00680000
      * WITH THE LAST ACCEPTED SEQUENCE AND CREATION DATE, THE RUN   *  00681000
      * DATE IT WAS ACCEPTED, AND THE SEND SCHEDULE (SEVEN Y/N FLAGS,*  00682000
      * MONDAY FIRST). WITH NO CONTROL FILE EVERY FEED IS HELD UNTIL *  00683000
      * FORCED.                                                      *  00684000
      *---------------------------------------------------------------- 00685000
       K-PARA.                                                          00686000
           OPEN INPUT CTLI-FILE.                                        00687000
           IF WS-CTISTAT NOT = '00'                                     00688000
              DISPLAY 'NO FEED CONTROL FILE - EVERY FEED WILL BE HELD'  00689000
              GO TO K-EXIT                                              00690000
           END-IF.                                                      00691000
           PERFORM K-010-LOAD THRU K-010-EXIT                           00692000
              UNTIL WS-CTL-EOF-YES.                                     00693000
           CLOSE CTLI-FILE.                                             00694000
       K-EXIT.                                                          00695000
           EXIT.                                                        00696000
                                                                        00697000
       K-010-LOAD.                                                      00698000
           READ CTLI-FILE INTO CTLI-REC                                 00699000
               AT END                                                   00700000
                   MOVE 'Y' TO WS-CTL-EOF-SW                            00701000
                   GO TO K-010-EXIT                                     00702000
           END-READ.                                                    00703000
           EVALUATE CI-OFFICE                                           00704000
              WHEN 'R1'                                                 00705000
                 MOVE 1 TO WS-CTL-IX                                    00706000
              WHEN 'R2'                                                 00707000
                 MOVE 2 TO WS-CTL-IX                                    00708000
              WHEN 'R3'                                                 00709000
                 MOVE 3 TO WS-CTL-IX                                    00710000
              WHEN OTHER                                                00711000
                 MOVE ZERO TO WS-CTL-IX                                 00712000
           END-EVALUATE.                                                00713000
           IF WS-CTL-IX = ZERO OR CI-LAST-SEQ NOT NUMERIC               00714000
              DISPLAY 'INVALID FEED CONTROL RECORD:'CTLI-REC            00715000
              MOVE 212 TO ABEND-CODE                                    00716000
              CALL 'CEE3ABD' USING ABEND-CODE                           00717000
           END-IF.                                                      00718000
           IF CT-FOUND-SW (WS-CTL-IX) = 'Y'                             00719000
              DISPLAY 'DUPLICATE FEED CONTROL RECORD:'CI-OFFICE         00720000
              MOVE 212 TO ABEND-CODE                                    00721000
              CALL 'CEE3ABD' USING ABEND-CODE                           00722000
           END-IF.                                                      00723000
           MOVE 'Y' TO CT-FOUND-SW (WS-CTL-IX).                         00724000
           MOVE CI-LAST-SEQ-N TO CT-LAST-SEQ (WS-CTL-IX).               00725000
           MOVE CI-LAST-CRDATE TO CT-LAST-CRDATE (WS-CTL-IX).           00726000
           MOVE CI-LAST-RUN TO CT-LAST-RUN (WS-CTL-IX).                 00727000
           MOVE CI-SCHEDULE TO CT-SCHEDULE (WS-CTL-IX).                 00728000
           DISPLAY 'FEED CONTROL ' CI-OFFICE ' LAST SEQ:' CI-LAST-SEQ   00729000
              ' SCHEDULE:' CI-SCHEDULE.                                 00730000
       K-010-EXIT.                                                      00731000
           EXIT.                                                        00732000
                                                                        00733000
      *---------------------------------------------------------------- 00734000
      * P-PARA - OPTIONAL OVERRIDE PARM. ONE RECORD PER HELD FEED TO *  00735000
      * FORCE THROUGH: FORCE,OFFICE,NNNNNN, THE SEQUENCE AS IT STANDS*  00736000
      * ON THE FEED'S HEADER. NO PARMDD MEANS NO OVERRIDES.          *  00737000
      *---------------------------------------------------------------- 00738000
       P-PARA.                                                          00739000
           OPEN INPUT PARM-FILE.                                        00740000
           IF WS-PRMSTAT NOT = '00'                                     00741000
              DISPLAY 'NO OVERRIDE PARM - NO FEED FORCED'               00742000
              GO TO P-EXIT                                              00743000
           END-IF.                                                      00744000
           PERFORM P-010-READ THRU P-010-EXIT                           00745000
              UNTIL WS-PRM-EOF-YES.                                     00746000
           CLOSE PARM-FILE.                                             00747000
       P-EXIT.                                                          00748000
           EXIT.                                                        00749000
                                                                        00750000
       P-010-READ.                                                      00751000
           READ PARM-FILE INTO PARM-REC                                 00752000
               AT END                                                   00753000
                   MOVE 'Y' TO WS-PRM-EOF-SW                            00754000
                   GO TO P-010-EXIT                                     00755000
           END-READ.                                                    00756000
           IF PARM-REC = SPACES                                         00757000
              GO TO P-010-EXIT                                          00758000
           END-IF.                                                      00759000
           MOVE SPACES TO WS-PRM-VERB.                                  00760000
           MOVE SPACES TO WS-PRM-OFFICE.                                00761000
           MOVE SPACES TO WS-PRM-SEQ.                                   00762000
           UNSTRING PARM-REC DELIMITED BY ',' OR ' '                    00763000
              INTO WS-PRM-VERB, WS-PRM-OFFICE, WS-PRM-SEQ               00764000
           END-UNSTRING.                                                00765000
           EVALUATE WS-PRM-OFFICE                                       00766000
              WHEN 'R1'                                                 00767000
                 MOVE 1 TO WS-CTL-IX                                    00768000
              WHEN 'R2'                                                 00769000
                 MOVE 2 TO WS-CTL-IX                                    00770000
              WHEN 'R3'                                                 00771000
                 MOVE 3 TO WS-CTL-IX                                    00772000
              WHEN OTHER                                                00773000
                 MOVE ZERO TO WS-CTL-IX                                 00774000
           END-EVALUATE.                                                00775000
           IF WS-PRM-VERB NOT = 'FORCE' OR WS-CTL-IX = ZERO             00776000
              OR WS-PRM-SEQ NOT NUMERIC                                 00777000
              DISPLAY 'INVALID OVERRIDE PARM:'PARM-REC                  00778000
              MOVE 212 TO ABEND-CODE                                    00779000
              CALL 'CEE3ABD' USING ABEND-CODE                           00780000
           END-IF.                                                      00781000
           MOVE WS-PRM-SEQ TO FO-SEQ (WS-CTL-IX).                       00782000
           DISPLAY 'FORCE-ACCEPT REQUESTED - SOURCE:'WS-PRM-OFFICE      00783000
              ' SEQ:'WS-PRM-SEQ.                                        00784000
       P-010-EXIT.                                                      00785000
           EXIT.                                                        00786000
                                                                        00787000
      *---------------------------------------------------------------- 00788000
      * E-PARA - FEED SEQUENCE CONTROL SECTION OF THE BALANCING      *  00789000
      * REPORT: ONE LINE PER OFFICE WITH ITS HEADER, THE LAST        *  00790000
      * SEQUENCE ACCEPTED BEFORE THIS RUN, TRAILER COUNT, DATA       *  00791000
      * RECORDS READ AND THE DISPOSITION, THEN THE FEED COUNTS AND   *  00792000
      * ANY FORCE PARM THAT MATCHED NO HELD FEED.                    *  00793000
      *---------------------------------------------------------------- 00794000
       E-PARA.                                                          00795000
           MOVE SPACES TO REPT-REC.                                     00796000
           WRITE REPT-REC.                                              00797000
           MOVE WS-FC-TITLE TO REPT-REC.                                00798000
           WRITE REPT-REC.                                              00799000
           MOVE SPACES TO REPT-REC.                                     00800000
           WRITE REPT-REC.                                              00801000
           MOVE WS-FC-COLHDG TO REPT-REC.                               00802000
           WRITE REPT-REC.                                              00803000
           MOVE SPACES TO REPT-REC.                                     00804000
           WRITE REPT-REC.                                              00805000
                                                                        00806000
           PERFORM E-010-FEED THRU E-010-EXIT                           00807000
              VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 3.        00808000
                                                                        00809000
           MOVE SPACES TO REPT-REC.                                     00810000
           WRITE REPT-REC.                                              00811000
           MOVE 'FEEDS ACCEPTED IN SEQUENCE' TO RPT-S-LABEL.            00812000
           MOVE WS-FEED-ACC-COUNT TO RPT-S-COUNT.                       00813000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00814000
           WRITE REPT-REC.                                              00815000
           MOVE 'FEEDS FORCE-ACCEPTED BY PARM' TO RPT-S-LABEL.          00816000
           MOVE WS-FEED-FORCE-COUNT TO RPT-S-COUNT.                     00817000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00818000
           WRITE REPT-REC.                                              00819000
           MOVE 'FEEDS HELD - NOT MERGED' TO RPT-S-LABEL.               00820000
           MOVE WS-FEED-HELD-COUNT TO RPT-S-COUNT.                      00821000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00822000
           WRITE REPT-REC.                                              00823000
                                                                        00824000
           PERFORM E-020-UNUSED THRU E-020-EXIT                         00825000
              VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 3.        00826000
                                                                        00827000
           IF WS-FEED-HELD-COUNT > ZERO                                 00828000
              MOVE SPACES TO REPT-REC                                   00829000
              WRITE REPT-REC                                            00830000
              MOVE WS-FC-NOTE TO REPT-REC                               00831000
              WRITE REPT-REC                                            00832000
           END-IF.                                                      00833000
           DISPLAY 'FEEDS ACCEPTED:'WS-FEED-ACC-COUNT                   00834000
              ' FORCED:'WS-FEED-FORCE-COUNT                             00835000
              ' HELD:'WS-FEED-HELD-COUNT.                               00836000
       E-EXIT.                                                          00837000
           EXIT.                                                        00838000
                                                                        00839000
       E-010-FEED.                                                      00840000
           MOVE WS-OFFICE-CD (WS-SRC-IX) TO FC-D-SOURCE.                00841000
           MOVE FT-OFFICE (WS-SRC-IX) TO FC-D-OFFICE.                   00842000
           MOVE FT-CREATED (WS-SRC-IX) TO FC-D-CREATED.                 00843000
           MOVE FT-SEQ (WS-SRC-IX) TO FC-D-SEQ.                         00844000
           MOVE FT-LAST-SEQ (WS-SRC-IX) TO FC-D-LAST-SEQ.               00845000
           MOVE FT-TRL-COUNT (WS-SRC-IX) TO FC-D-TRL-COUNT.             00846000
           MOVE FT-DATA-COUNT (WS-SRC-IX) TO FC-D-READ.                 00847000
           MOVE FT-DISPOSITION (WS-SRC-IX) TO FC-D-DISPOSITION.         00848000
           IF WS-FILE-MISS (WS-SRC-IX) = 'Y'                            00849000
              MOVE 'NO FILE RECEIVED' TO FC-D-DISPOSITION               00850000
              IF CT-FOUND-SW (WS-SRC-IX) = 'Y'                          00851000
                 MOVE CT-LAST-SEQ (WS-SRC-IX) TO FC-D-LAST-SEQ          00852000
              END-IF                                                    00853000
           END-IF.                                                      00854000
           MOVE WS-FC-DETAIL TO REPT-REC.                               00855000
           WRITE REPT-REC.                                              00856000
       E-010-EXIT.                                                      00857000
           EXIT.                                                        00858000
                                                                        00859000
       E-020-UNUSED.                                                    00860000
           IF FO-SEQ (WS-SRC-IX) = SPACES                               00861000
              OR FO-USED-SW (WS-SRC-IX) = 'Y'                           00862000
              GO TO E-020-EXIT                                          00863000
           END-IF.                                                      00864000
           MOVE WS-OFFICE-CD (WS-SRC-IX) TO FC-U-SOURCE.                00865000
           MOVE FO-SEQ (WS-SRC-IX) TO FC-U-SEQ.                         00866000
           MOVE WS-FC-UNUSED TO REPT-REC.                               00867000
           WRITE REPT-REC.                                              00868000
           DISPLAY 'FORCE PARM NOT USED - SOURCE:'FC-U-SOURCE           00869000
              ' SEQ:'FC-U-SEQ.                                          00870000
       E-020-EXIT.                                                      00871000
           EXIT.                                                        00872000
                                                                        00873000
      *---------------------------------------------------------------- 00874000
      * F-PARA - WRITE THE NEW GENERATION OF THE FEED CONTROL FILE,  *  00875000
      * ONE RECORD PER OFFICE ON THE TABLE.                          *  00876000
      *---------------------------------------------------------------- 00877000
       F-PARA.                                                          00878000
           OPEN OUTPUT CTLO-FILE.                                       00879000
           IF WS-CTOSTAT NOT = '00'                                     00880000
              DISPLAY 'CTLOUTDD OPEN FAILED - STATUS:'WS-CTOSTAT        00881000
              MOVE 210 TO ABEND-CODE                                    00882000
              CALL 'CEE3ABD' USING ABEND-CODE                           00883000
           END-IF.                                                      00884000
           PERFORM F-010-WRITE THRU F-010-EXIT                          00885000
              VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 3.        00886000
           CLOSE CTLO-FILE.                                             00887000
       F-EXIT.                                                          00888000
           EXIT.                                                        00889000
                                                                        00890000
       F-010-WRITE.                                                     00891000
           IF CT-FOUND-SW (WS-SRC-IX) NOT = 'Y'                         00892000
              GO TO F-010-EXIT                                          00893000
           END-IF.                                                      00894000
           MOVE SPACES TO CTLO-REC.                                     00895000
           MOVE WS-OFFICE-CD (WS-SRC-IX) TO CO-OFFICE.                  00896000
           MOVE CT-LAST-SEQ (WS-SRC-IX) TO CO-LAST-SEQ.                 00897000
           MOVE CT-LAST-CRDATE (WS-SRC-IX) TO CO-LAST-CRDATE.           00898000
           MOVE CT-LAST-RUN (WS-SRC-IX) TO CO-LAST-RUN.                 00899000
           MOVE CT-SCHEDULE (WS-SRC-IX) TO CO-SCHEDULE.                 00900000
           WRITE CTLO-REC.                                              00901000
           IF WS-CTOSTAT NOT = '00'                                     00902000
              DISPLAY 'CTLOUTDD WRITE FAILED - STATUS:'WS-CTOSTAT       00903000
              MOVE 211 TO ABEND-CODE                                    00904000
              CALL 'CEE3ABD' USING ABEND-CODE                           00905000
           END-IF.                                                      00906000
           DISPLAY 'FEED CONTROL UPDATED:'CO-OFFICE' LAST SEQ:'         00907000
              CO-LAST-SEQ.                                              00908000
       F-010-EXIT.                                                      00909000
           EXIT.                                                        00910000
