               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PRICE-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP06RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
              10 PH-EFF-DATE    PIC 9(8).
           05 PH-UNIT-PRICE     PIC 9(3)V99.

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
       01  WS-BEFORE-STATUS     PIC X(1) VALUE SPACE.

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
       01  WS-CHG-PRICE-ED      PIC ZZ9.99.

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

           CLOSE TRANFILE ITEMMAST PRCHIST MCHGJRNL REJWORK

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
                       TO WS-REJECT-REASON-TX
           END-EVALUATE

           IF TRAN-IS-VALID
               PERFORM JOURNAL-ITEM-CHANGES
           END-IF

           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECT-LINE
           ELSE
           .

       RECORD-PRICE-HISTORY.
           *> 同じ品目・同じ適用開始日の2度目は訂正として上書きする。
           *> 変更ジャーナル用に上書き前の価格を先に読んでおく
           MOVE TR-ITEM-CODE     TO PH-ITEM-CODE
           MOVE WS-HIST-EFF-DATE TO PH-EFF-DATE
           MOVE SPACES           TO WS-CHG-BEFORE
           READ PRCHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PH-UNIT-PRICE   TO WS-CHG-PRICE-ED
                   MOVE WS-CHG-PRICE-ED TO WS-CHG-BEFORE
           END-READ
           MOVE TR-ITEM-CODE     TO PH-ITEM-CODE
           MOVE WS-HIST-EFF-DATE TO PH-EFF-DATE
           MOVE WS-HIST-PRICE    TO PH-UNIT-PRICE
               INVALID KEY
                   REWRITE PRCHIST-REC
           END-WRITE

           MOVE WS-HIST-PRICE    TO WS-CHG-PRICE-ED
           MOVE WS-CHG-PRICE-ED  TO WS-CHG-AFTER
           IF WS-CHG-AFTER NOT = WS-CHG-BEFORE
               MOVE "PRCHIST"       TO WS-CHG-MASTER
               MOVE PH-PRICE-KEY    TO WS-CHG-KEY
               MOVE "PH-UNIT-PRICE" TO WS-CHG-FIELD
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       READ-MASTER-FOR-CHANGE.
           END-READ
           .

       JOURNAL-ITEM-CHANGES.
           *> 値の変わった項目だけを1項目1行で残す。追加は全項目を
           *> 変更前空欄で残す（未来日付の価格変更予約はITEMMASTを
           *> 動かさないので、ここでは何も残らず履歴側だけに残る）
           MOVE "ITEMMAST"   TO WS-CHG-MASTER
           MOVE IT-ITEM-CODE TO WS-CHG-KEY
           IF TR-ADD OR IT-ITEM-DESC NOT = WS-BEFORE-DESC
               MOVE "IT-ITEM-DESC"   TO WS-CHG-FIELD
               MOVE WS-BEFORE-DESC   TO WS-CHG-BEFORE
               MOVE IT-ITEM-DESC     TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR IT-UNIT-PRICE NOT = WS-BEFORE-PRICE
               MOVE "IT-UNIT-PRICE"  TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES          TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-PRICE TO WS-CHG-PRICE-ED
                   MOVE WS-CHG-PRICE-ED TO WS-CHG-BEFORE
               END-IF
               MOVE IT-UNIT-PRICE    TO WS-CHG-PRICE-ED
               MOVE WS-CHG-PRICE-ED  TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR IT-STATUS NOT = WS-BEFORE-STATUS
               MOVE "IT-STATUS"      TO WS-CHG-FIELD
               MOVE WS-BEFORE-STATUS TO WS-CHG-BEFORE
               MOVE IT-STATUS        TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP06"          TO MJ-PROGRAM-ID
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
           STRING "MVP06 ITEM CATALOG MAINTENANCE - RUN DATE "
