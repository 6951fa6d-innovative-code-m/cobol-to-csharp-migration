               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP03RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 与信限度額（0は限度なし）
           05 CM-CREDIT-LIMIT   PIC 9(7)V99.

       *> マスター変更ジャーナル（MVP03・MVP06・MVP10・MVP13・MVP21・
       *> MVP23・MVP24・MVP26・MVP28で同じレイアウト。共通コピー
       *> ブックが無いリポジトリなので複製）
       FD  MCHGJRNL
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  MCHGJRNL-REC.
           05 MJ-PROGRAM-ID     PIC X(8).
           *> マスター名（8桁に収まらない在庫マスターはSTOCKMSTで残す）
           05 MJ-MASTER         PIC X(8).
           05 MJ-KEY            PIC X(14).
           *> 変更した項目（マスター側のデータ名そのまま）
           05 MJ-FIELD          PIC X(16).
           *> 変更前後の値（数値は編集後の文字列。追加時の変更前は空欄）
           05 MJ-BEFORE         PIC X(20).
           05 MJ-AFTER          PIC X(20).
           05 MJ-RUN-DATE       PIC 9(8).
           05 MJ-RUN-TIME       PIC 9(8).
           *> 発生元トランザクション（入力ファイル上の通番と原文）
           05 MJ-TRAN-SEQ       PIC 9(7).
           05 MJ-TRAN-IMAGE     PIC X(50).
           05 MJ-FILLER         PIC X(1).

       FD  REPFILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       *> 変更前イメージ（REWRITE前のCUSTMAST-RECを退避して報告に使う）
       01  WS-BEFORE-NAME       PIC X(20) VALUE SPACES.
       01  WS-BEFORE-STATUS     PIC X(1) VALUE SPACE.
       01  WS-BEFORE-LIMIT      PIC 9(7)V99 VALUE 0.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT         PIC 9(5) VALUE 0.
       01  WS-UPD-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJ-COUNT         PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".

       *> 変更ジャーナル1行分の作業域（呼び出し側が項目と前後の値を
       *> 詰めてからWRITE-CHANGE-ENTRYを呼ぶ）
       01  WS-CHG-MASTER        PIC X(8) VALUE SPACES.
       01  WS-CHG-KEY           PIC X(14) VALUE SPACES.
       01  WS-CHG-FIELD         PIC X(16) VALUE SPACES.
       01  WS-CHG-BEFORE        PIC X(20) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(20) VALUE SPACES.
       01  WS-CHG-LIMIT-ED      PIC Z(6)9.99.

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

               GOBACK
           END-IF

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成
           *> しない）ので、初回はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND MCHGJRNL
           IF NOT MCHGJRNL-OK
               OPEN OUTPUT MCHGJRNL
           END-IF

           OPEN OUTPUT REPFILE
           OPEN OUTPUT REJWORK

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL EOF
               END-READ
           END-PERFORM

           CLOSE TRANFILE CUSTMAST MCHGJRNL REJWORK

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
           MOVE SPACES TO WS-REJECT-REASON-TX
           MOVE SPACES TO WS-BEFORE-NAME
           MOVE SPACE  TO WS-BEFORE-STATUS
           MOVE 0      TO WS-BEFORE-LIMIT

           EVALUATE TRUE
               WHEN TR-ADD
                       TO WS-REJECT-REASON-TX
           END-EVALUATE

           IF TRAN-IS-VALID
               PERFORM JOURNAL-CUSTOMER-CHANGES
           END-IF

           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECT-LINE
           ELSE
               NOT INVALID KEY
                   MOVE CM-CUST-NAME TO WS-BEFORE-NAME
                   MOVE CM-STATUS    TO WS-BEFORE-STATUS
                   MOVE CM-CREDIT-LIMIT TO WS-BEFORE-LIMIT
           END-READ
           .

       JOURNAL-CUSTOMER-CHANGES.
           *> 値の変わった項目だけを1項目1行で残す。追加は全項目を
           *> 変更前空欄で残す
           MOVE "CUSTMAST" TO WS-CHG-MASTER
           MOVE CM-CUST-ID TO WS-CHG-KEY
           IF TR-ADD OR CM-CUST-NAME NOT = WS-BEFORE-NAME
               MOVE "CM-CUST-NAME"   TO WS-CHG-FIELD
               MOVE WS-BEFORE-NAME   TO WS-CHG-BEFORE
               MOVE CM-CUST-NAME     TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR CM-STATUS NOT = WS-BEFORE-STATUS
               MOVE "CM-STATUS"      TO WS-CHG-FIELD
               MOVE WS-BEFORE-STATUS TO WS-CHG-BEFORE
               MOVE CM-STATUS        TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR CM-CREDIT-LIMIT NOT = WS-BEFORE-LIMIT
               MOVE "CM-CREDIT-LIMIT" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES          TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-LIMIT TO WS-CHG-LIMIT-ED
                   MOVE WS-CHG-LIMIT-ED TO WS-CHG-BEFORE
               END-IF
               MOVE CM-CREDIT-LIMIT  TO WS-CHG-LIMIT-ED
               MOVE WS-CHG-LIMIT-ED  TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP03"          TO MJ-PROGRAM-ID
           MOVE WS-CHG-MASTER    TO MJ-MASTER
           MOVE WS-CHG-KEY       TO MJ-KEY
           MOVE WS-CHG-FIELD     TO MJ-FIELD
           MOVE WS-CHG-BEFORE    TO MJ-BEFORE
           MOVE WS-CHG-AFTER     TO MJ-AFTER
           MOVE WS-RUN-DATE      TO MJ-RUN-DATE
           MOVE WS-RUN-TIME      TO MJ-RUN-TIME
           MOVE WS-TRAN-COUNT    TO MJ-TRAN-SEQ
           MOVE TRANREC          TO MJ-TRAN-IMAGE
           MOVE SPACE            TO MJ-FILLER
           WRITE MCHGJRNL-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REP-REC
           STRING "MVP03 CUSTOMER MASTER MAINTENANCE - RUN DATE "
