               ASSIGN TO "ARJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARJRNL-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP13RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           05 AJ-REF            PIC 9(7).
           05 AJ-FILLER         PIC X(10).

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
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WS-AFTER-BALANCE     PIC S9(9)V99 VALUE 0.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-PAY-COUNT         PIC 9(5) VALUE 0.
       01  WS-CRD-COUNT         PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-APPLIED-AMOUNT    PIC 9(11)V99 VALUE 0.

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".

       *> 変更ジャーナル1行分の作業域（呼び出し側が項目と前後の値を
       *> 詰めてからWRITE-CHANGE-ENTRYを呼ぶ）
       01  WS-CHG-MASTER        PIC X(8) VALUE SPACES.
       01  WS-CHG-KEY           PIC X(14) VALUE SPACES.
       01  WS-CHG-FIELD         PIC X(16) VALUE SPACES.
       01  WS-CHG-BEFORE        PIC X(20) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(20) VALUE SPACES.
       01  WS-CHG-BAL-ED        PIC -(9)9.99.
       *> 残高行をこの入金で新規に起こしたか（変更前が無い）
       01  WS-ARBAL-ROW-ADDED   PIC X VALUE "N".
           88 ARBAL-ROW-ADDED             VALUE "Y".

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

               OPEN OUTPUT ARJRNL
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

           CLOSE TRANFILE ARBAL CUSTMAST ARJRNL MCHGJRNL REJWORK

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
       APPLY-CASH.
           *> 入金も貸記も残高を減らす。残高行が無い顧客への入金は
           *> マイナス残（過入金）として新規行を起こしておく
           MOVE "N" TO WS-ARBAL-ROW-ADDED
           MOVE TR-CUST-ID TO AR-CUST-ID
           READ ARBAL
               INVALID KEY
                   SET ARBAL-ROW-ADDED TO TRUE
                   MOVE TR-CUST-ID TO AR-CUST-ID
                   MOVE 0          TO WS-BEFORE-BALANCE
                   COMPUTE AR-BALANCE = 0 - TR-AMOUNT
                   MOVE AR-BALANCE TO WS-AFTER-BALANCE
                   REWRITE ARBAL-REC
           END-READ
           PERFORM JOURNAL-BALANCE-CHANGE

           IF TR-PAYMENT
               ADD 1 TO WS-PAY-COUNT
           WRITE ARJRNL-REC
           .

       JOURNAL-BALANCE-CHANGE.
           *> 残高行をこの入金で起こした顧客は変更前を空欄で残す
           MOVE "ARBAL"      TO WS-CHG-MASTER
           MOVE TR-CUST-ID   TO WS-CHG-KEY
           MOVE "AR-BALANCE" TO WS-CHG-FIELD
           IF ARBAL-ROW-ADDED
               MOVE SPACES            TO WS-CHG-BEFORE
           ELSE
               MOVE WS-BEFORE-BALANCE TO WS-CHG-BAL-ED
               MOVE WS-CHG-BAL-ED     TO WS-CHG-BEFORE
           END-IF
           MOVE WS-AFTER-BALANCE  TO WS-CHG-BAL-ED
           MOVE WS-CHG-BAL-ED     TO WS-CHG-AFTER
           PERFORM WRITE-CHANGE-ENTRY
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP13"          TO MJ-PROGRAM-ID
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
           STRING "MVP13 CASH APPLICATION - RUN DATE "
