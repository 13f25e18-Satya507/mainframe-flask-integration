      * DATE       BY    DESCRIPTION                                    00018000
      * ---------- ----- ---------------------------------------------- 00019000
      * 08/22/2026 RKS   ORIGINAL PROGRAM.                              00020000
      * 10/15/2026 RKS   AUDIT RECORD LAYOUTS EXTENDED WITH THE CBLDB2A 00020100
      *                  SOURCE CODE (AI/HI/HO-SRC-CD), CARRIED FROM THE00020200
      *                  NEW JOURNAL ONTO THE CONSOLIDATED HISTORY.     00020300
      * 10/15/2026 RKS   AUDIT RECORD LAYOUTS EXTENDED WITH THE CBLDB2C 00020500
      *                  SUBMITTER AND APPROVER IDS (AI/HI/HO-          00020600
      *                  SUBMITTER-ID, -APPROVER-ID), CARRIED ONTO THE  00020700
      *                  HISTORY. INQUIRY LISTS THEM ON A SECOND LINE   00020800
      *                  UNDER ANY ATTEMPT THAT CARRIES EITHER ID.      00020900
      *                  THE HISTORY RECORD IS NOW 75 BYTES (WAS 57).   00020910
      *                  THE CURRENT AUDHIDD GENERATION MUST BE         00020920
      *                  REBLOCKED ONCE BEFORE THE FIRST RUN - A FIXED- 00020930
      *                  LENGTH MISMATCH FAILS THE OPEN (STATUS 39).    00020940
      *                  USE A SORT COPY STEP: SORT FIELDS=COPY,        00020950
      *                  OUTREC FIELDS=(1,57,18X), SORTOUT LRECL=75.    00020960
      *                  THE ADDED FIELDS ARE SPACES ON OLD RECORDS.    00020970
      *---------------------------------------------------------------- 00021000
       ENVIRONMENT DIVISION.                                            00022000
       INPUT-OUTPUT SECTION.                                            00023000
           05 AI-PNAME          PIC X(10).                              00056000
           05 AI-DOB            PIC X(10).                              00057000
           05 AI-SQLCODE        PIC X(10).                              00058000
           05 AI-SRC-CD         PIC X(02).                              00058100
           05 AI-SUBMITTER-ID   PIC X(08).                              00058200
           05 AI-APPROVER-ID    PIC X(08).                              00058300
       FD HSTI-FILE.                                                    00059000
       01 HSTI-REC.                                                     00060000
           05 HI-TIMESTAMP      PIC X(18).                              00061000
           05 HI-PNAME          PIC X(10).                              00064000
           05 HI-DOB            PIC X(10).                              00065000
           05 HI-SQLCODE        PIC X(10).                              00066000
           05 HI-SRC-CD         PIC X(02).                              00066100
           05 HI-SUBMITTER-ID   PIC X(08).                              00066200
           05 HI-APPROVER-ID    PIC X(08).                              00066300
       FD HSTO-FILE.                                                    00067000
       01 HSTO-REC.                                                     00068000
           05 HO-TIMESTAMP      PIC X(18).                              00069000
           05 HO-PNAME          PIC X(10).                              00072000
           05 HO-DOB            PIC X(10).                              00073000
           05 HO-SQLCODE        PIC X(10).                              00074000
           05 HO-SRC-CD         PIC X(02).                              00074100
           05 HO-SUBMITTER-ID   PIC X(08).                              00074200
           05 HO-APPROVER-ID    PIC X(08).                              00074300
       FD PARM-FILE.                                                    00075000
       01 PARM-REC              PIC X(80).                              00076000
       FD INQ-FILE.                                                     00077000
       01 WS-REC-PNAME          PIC X(10).                              00110000
       01 WS-REC-DOB            PIC X(10).                              00111000
       01 WS-REC-SQLCODE        PIC X(10).                              00112000
       01 WS-REC-SRC-CD         PIC X(02).                              00112100
       01 WS-REC-SUBMITTER-ID   PIC X(08).                              00112200
       01 WS-REC-APPROVER-ID    PIC X(08).                              00112300
                                                                        00113000
       01 WS-DATE-MAX           PIC 9(04) COMP VALUE 366.               00114000
       01 WS-DATE-COUNT         PIC 9(04) COMP VALUE ZERO.              00115000
           05 FILLER              PIC X(01) VALUE SPACES.               00178000
           05 INQ-D-SQLCODE       PIC X(10).                            00179000
           05 FILLER              PIC X(15) VALUE SPACES.               00180000
       01 WS-INQ-AUTH.                                                  00180100
           05 FILLER              PIC X(23) VALUE SPACES.               00180200
           05 FILLER              PIC X(13) VALUE 'SUBMITTED BY '.      00180300
           05 INQ-A-SUBMITTER-ID  PIC X(08).                            00180400
           05 FILLER              PIC X(13) VALUE ' APPROVED BY '.      00180500
           05 INQ-A-APPROVER-ID   PIC X(08).                            00180600
           05 FILLER              PIC X(15) VALUE SPACES.               00180700
       LINKAGE SECTION.                                                 00181000
                                                                        00182000
       PROCEDURE DIVISION.                                              00183000
           MOVE HI-PNAME TO WS-REC-PNAME.                               00286000
           MOVE HI-DOB TO WS-REC-DOB.                                   00287000
           MOVE HI-SQLCODE TO WS-REC-SQLCODE.                           00288000
           MOVE HI-SRC-CD TO WS-REC-SRC-CD.                             00288100
           MOVE HI-SUBMITTER-ID TO WS-REC-SUBMITTER-ID.                 00288200
           MOVE HI-APPROVER-ID TO WS-REC-APPROVER-ID.                   00288300
           PERFORM W-PARA THRU W-EXIT.                                  00289000
       M-010-EXIT.                                                      00290000
           EXIT.                                                        00291000
           MOVE AI-PNAME TO WS-REC-PNAME.                               00318000
           MOVE AI-DOB TO WS-REC-DOB.                                   00319000
           MOVE AI-SQLCODE TO WS-REC-SQLCODE.                           00320000
           MOVE AI-SRC-CD TO WS-REC-SRC-CD.                             00320100
           MOVE AI-SUBMITTER-ID TO WS-REC-SUBMITTER-ID.                 00320200
           MOVE AI-APPROVER-ID TO WS-REC-APPROVER-ID.                   00320300
           PERFORM W-PARA THRU W-EXIT.                                  00321000
           PERFORM S-PARA THRU S-EXIT.                                  00321200
           PERFORM T-PARA THRU T-EXIT.                                  00321400
           MOVE WS-REC-PNAME TO HO-PNAME.                               00334000
           MOVE WS-REC-DOB TO HO-DOB.                                   00335000
           MOVE WS-REC-SQLCODE TO HO-SQLCODE.                           00336000
           MOVE WS-REC-SRC-CD TO HO-SRC-CD.                             00336100
           MOVE WS-REC-SUBMITTER-ID TO HO-SUBMITTER-ID.                 00336200
           MOVE WS-REC-APPROVER-ID TO HO-APPROVER-ID.                   00336300
           WRITE HSTO-REC.                                              00337000
           ADD 1 TO WS-TOTAL-COUNT.                                     00338000
                                                                        00342000
           MOVE WS-REC-SQLCODE TO INQ-D-SQLCODE.                        00415000
           MOVE WS-INQ-DETAIL TO INQ-REC.                               00416000
           WRITE INQ-REC.                                               00417000
           IF WS-REC-SUBMITTER-ID NOT = SPACES                          00417100
              OR WS-REC-APPROVER-ID NOT = SPACES                        00417200
              MOVE WS-REC-SUBMITTER-ID TO INQ-A-SUBMITTER-ID            00417300
              MOVE WS-REC-APPROVER-ID TO INQ-A-APPROVER-ID              00417400
              MOVE WS-INQ-AUTH TO INQ-REC                               00417500
              WRITE INQ-REC                                             00417600
           END-IF.                                                      00417700
           ADD 1 TO WS-INQ-HIT-COUNT.                                   00418000
       Y-EXIT.                                                          00419000
           EXIT.                                                        00420000
