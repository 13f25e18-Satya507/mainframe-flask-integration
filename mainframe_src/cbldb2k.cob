      * DATE       BY    DESCRIPTION                                    00029000
      * ---------- ----- ---------------------------------------------- 00030000
      * 09/01/2026 RKS   ORIGINAL PROGRAM.                              00031000
      * 10/15/2026 RKS   AUDIT RECORD LAYOUTS (AI/AR/AK) EXTENDED WITH  00031100
      *                  THE SOURCE CODE FIELD NOW CARRIED ON THE       00031200
      *                  CONSOLIDATED AUDIT HISTORY.                    00031300
      * 10/15/2026 RKS   AUDIT RECORD LAYOUTS (AI/AR/AK) EXTENDED WITH  00031400
      *                  THE SUBMITTER AND APPROVER IDS NOW WRITTEN BY  00031500
      *                  CBLDB2C.                                       00031600
      *                  THE AUDIT RECORD IS NOW 75 BYTES (WAS 57).     00031700
      *                  EXISTING AUDARCDD GENERATIONS MUST BE          00031710
      *                  REBLOCKED BEFORE A 'RESTORE,AUDIT' - A FIXED-  00031720
      *                  LENGTH MISMATCH FAILS THE OPEN (STATUS 39).    00031730
      *                  SAME SORT COPY STEP AS FOR AUDHIDD (CBLDB2G):  00031740
      *                  OUTREC FIELDS=(1,57,18X), SORTOUT LRECL=75.    00031750
      *---------------------------------------------------------------- 00032000
       ENVIRONMENT DIVISION.                                            00033000
       INPUT-OUTPUT SECTION.                                            00034000
           05 AI-PNAME          PIC X(10).                              00080000
           05 AI-DOB            PIC X(10).                              00081000
           05 AI-SQLCODE        PIC X(10).                              00082000
           05 AI-SRC-CD         PIC X(02).                              00082100
           05 AI-SUBMITTER-ID   PIC X(08).                              00082200
           05 AI-APPROVER-ID    PIC X(08).                              00082300
       FD AUDARC-FILE.                                                  00083000
       01 AUDARC-REC.                                                   00084000
           05 AR-TIMESTAMP      PIC X(18).                              00085000
           05 AR-PNAME          PIC X(10).                              00088000
           05 AR-DOB            PIC X(10).                              00089000
           05 AR-SQLCODE        PIC X(10).                              00090000
           05 AR-SRC-CD         PIC X(02).                              00090100
           05 AR-SUBMITTER-ID   PIC X(08).                              00090200
           05 AR-APPROVER-ID    PIC X(08).                              00090300
       FD AUDKEP-FILE.                                                  00091000
       01 AUDKEP-REC.                                                   00092000
           05 AK-TIMESTAMP      PIC X(18).                              00093000
           05 AK-PNAME          PIC X(10).                              00096000
           05 AK-DOB            PIC X(10).                              00097000
           05 AK-SQLCODE        PIC X(10).                              00098000
           05 AK-SRC-CD         PIC X(02).                              00098100
           05 AK-SUBMITTER-ID   PIC X(08).                              00098200
           05 AK-APPROVER-ID    PIC X(08).                              00098300
       FD REPT-FILE.                                                    00099000
       01 REPT-REC              PIC X(80).                              00100000
       WORKING-STORAGE SECTION.                                         00101000
              MOVE AI-PNAME TO AR-PNAME                                 00534000
              MOVE AI-DOB TO AR-DOB                                     00535000
              MOVE AI-SQLCODE TO AR-SQLCODE                             00536000
              MOVE AI-SRC-CD TO AR-SRC-CD                               00536100
              MOVE AI-SUBMITTER-ID TO AR-SUBMITTER-ID                   00536200
              MOVE AI-APPROVER-ID TO AR-APPROVER-ID                     00536300
              WRITE AUDARC-REC                                          00537000
              ADD 1 TO WS-AUD-ARC-COUNT                                 00538000
           ELSE                                                         00539000
              MOVE AI-PNAME TO AK-PNAME                                 00543000
              MOVE AI-DOB TO AK-DOB                                     00544000
              MOVE AI-SQLCODE TO AK-SQLCODE                             00545000
              MOVE AI-SRC-CD TO AK-SRC-CD                               00545100
              MOVE AI-SUBMITTER-ID TO AK-SUBMITTER-ID                   00545200
              MOVE AI-APPROVER-ID TO AK-APPROVER-ID                     00545300
              WRITE AUDKEP-REC                                          00546000
              ADD 1 TO WS-AUD-KEPT-COUNT                                00547000
           END-IF.                                                      00548000
           MOVE AR-PNAME TO AK-PNAME.                                   00729000
           MOVE AR-DOB TO AK-DOB.                                       00730000
           MOVE AR-SQLCODE TO AK-SQLCODE.                               00731000
           MOVE AR-SRC-CD TO AK-SRC-CD.                                 00731100
           MOVE AR-SUBMITTER-ID TO AK-SUBMITTER-ID.                     00731200
           MOVE AR-APPROVER-ID TO AK-APPROVER-ID.                       00731300
           WRITE AUDKEP-REC.                                            00732000
           ADD 1 TO WS-AUD-ARC-COUNT.                                   00733000
           ADD 1 TO WS-AUD-KEPT-COUNT.                                  00734000
           MOVE AI-PNAME TO AK-PNAME.                                   00748000
           MOVE AI-DOB TO AK-DOB.                                       00749000
           MOVE AI-SQLCODE TO AK-SQLCODE.                               00750000
           MOVE AI-SRC-CD TO AK-SRC-CD.                                 00750100
           MOVE AI-SUBMITTER-ID TO AK-SUBMITTER-ID.                     00750200
           MOVE AI-APPROVER-ID TO AK-APPROVER-ID.                       00750300
           WRITE AUDKEP-REC.                                            00751000
           ADD 1 TO WS-AUD-READ-COUNT.                                  00752000
           ADD 1 TO WS-AUD-KEPT-COUNT.                                  00753000
