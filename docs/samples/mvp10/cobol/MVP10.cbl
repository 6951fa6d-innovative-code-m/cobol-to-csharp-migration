               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           *> MVP01がB印で計上した注文の未引当残。入荷のたびに同じ
           *> 品目の古い注文から引き当てて消す
           SELECT BACKORD
               ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.
           *> MVP22が起こした発注残。入荷が引用する発注番号と照合して
           *> 入荷済み数量を積み、満了した発注を消す
           SELECT OPENPO
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ITEM-CODE
               FILE STATUS IS WS-OPENPO-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP10RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 入荷で引き当てたバックオーダーの出荷指示一覧（倉庫は
           *> これを見て保留していた注文を出す）
           SELECT BOFFILE
               ASSIGN TO "MVP10BOF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 引き当てたバックオーダーの払出記録（追記専用。出荷指示一覧
           *> は毎回作り直すので、MVP27が在庫払出の仕訳を起こすのに
           *> こちらを読む）
           SELECT BOFJRNL
               ASSIGN TO "BOFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOFJRNL-STATUS.
           *> 発注との差異一覧（過入荷・不足入荷・発注の無い入荷）
           SELECT POVFILE
               ASSIGN TO "MVP10POV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 拒否明細はいったん作業ファイルへ退避し、適用明細を
           *> 書き終えた後でレポート末尾の拒否セクションへまとめ直す
           *> （MVP03・MVP06と同じ方式）
       FILE SECTION.
       *> 在庫トランザクション（R=入荷 C=棚卸で絶対値に置換 M=発注点）
       FD  TRANFILE
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.
       01  TRANREC.
           05 TR-ACTION         PIC X(1).
               88 TR-MINIMUM              VALUE "M".
           05 TR-ITEM-CODE      PIC X(6).
           05 TR-QTY            PIC 9(7).
           *> R（入荷）が引用する発注番号（C/Mでは使わない）
           05 TR-PO-NO          PIC 9(7).

       *> MVP01のALLOCATE-STOCKが読むのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
           05 IT-STATUS         PIC X(1).
               88 IT-ACTIVE               VALUE "A".

       *> MVP01のRECORD-BACKORDERが書くのと同じレイアウト
       FD  BACKORD
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  BACKORD-REC.
           05 BO-KEY.
              10 BO-ITEM-CODE   PIC X(6).
              10 BO-ORDER-DATE  PIC 9(8).
              10 BO-ORDER-NO    PIC 9(7).
              10 BO-LINE-NO     PIC 9(3).
           05 BO-CUST-ID        PIC 9(5).
           05 BO-QTY            PIC 9(3).
           05 BO-BRANCH-CODE    PIC X(3).
           05 BO-FILLER         PIC X(5).

       *> MVP22が書くのと同じレイアウト
       FD  OPENPO
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  OPENPO-REC.
           05 OP-ITEM-CODE      PIC X(6).
           05 OP-PO-NO          PIC 9(7).
           05 OP-VENDOR-ID      PIC 9(5).
           05 OP-ORDER-DATE     PIC 9(8).
           05 OP-DUE-DATE       PIC 9(8).
           05 OP-ORDER-QTY      PIC 9(7).
           05 OP-RECEIVED-QTY   PIC 9(7).
           05 OP-FILLER         PIC X(12).

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
       01  REP-REC              PIC X(80).

       FD  BOFFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BOF-REC              PIC X(80).

       *> バックオーダー払出記録（MVP27と同じレイアウト。共通コピー
       *> ブックが無いリポジトリなのでここでも複製）
       FD  BOFJRNL
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  BOFJRNL-REC.
           05 BF-ITEM-CODE      PIC X(6).
           05 BF-BRANCH-CODE    PIC X(3).
           05 BF-QTY            PIC 9(3).
           05 BF-RELEASE-DATE   PIC 9(8).
           05 BF-ORDER-NO       PIC 9(7).
           05 BF-LINE-NO        PIC 9(3).
           05 BF-CUST-ID        PIC 9(5).
           05 BF-FILLER         PIC X(5).

       FD  POVFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  POV-REC              PIC X(80).

       FD  REJWORK
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       01  WS-BACKORD-STATUS    PIC X(2) VALUE SPACES.
           88 BACKORD-OK                  VALUE "00".

       *> 未引当ファイルがあるとき（MVP01がB印で一度でも計上した
       *> 後）だけ入荷時の引当を行う
       01  WS-BACKORD-PRESENT   PIC X VALUE "N".
           88 BACKORD-PRESENT             VALUE "Y".

       01  WS-BO-EOF            PIC X VALUE "N".
           88 BO-EOF                      VALUE "Y".

       01  WS-OPENPO-STATUS     PIC X(2) VALUE SPACES.
           88 OPENPO-OK                   VALUE "00".

       *> 発注残ファイルがあるとき（MVP22を一度でも動かした後）だけ
       *> 入荷を発注と照合する
       01  WS-OPENPO-PRESENT    PIC X VALUE "N".
           88 OPENPO-PRESENT              VALUE "Y".

       *> 発注照合の件数（一致・過入荷・不足入荷・発注の無い入荷）
       01  WS-PO-MATCH-COUNT    PIC 9(7) VALUE 0.
       01  WS-PO-OVER-COUNT     PIC 9(7) VALUE 0.
       01  WS-PO-SHORT-COUNT    PIC 9(7) VALUE 0.
       01  WS-PO-UNEXP-COUNT    PIC 9(7) VALUE 0.
       01  WS-PO-VARIANCE       PIC 9(7) VALUE 0.

       *> 今回の入荷1件で引き当てた件数と、実行全体の引当件数・数量
       01  WS-TRAN-FILL-COUNT   PIC 9(5) VALUE 0.
       01  WS-FILL-COUNT        PIC 9(7) VALUE 0.
       01  WS-FILL-QTY          PIC 9(9) VALUE 0.
       01  WS-WAIT-DAYS         PIC 9(5) VALUE 0.

       *> 品目カタログがあるときだけ実在確認と品名引きを行う
       *> （MVP01のITEMMASTと同じ「あれば使う」方式）
       01  WS-ITEMMAST-PRESENT  PIC X VALUE "N".
       01  WS-BEFORE-REORDER    PIC 9(7) VALUE 0.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-RCP-COUNT         PIC 9(5) VALUE 0.
       01  WS-CNT-COUNT         PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REORDER-COUNT     PIC 9(7) VALUE 0.

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".
       01  WS-BOFJRNL-STATUS    PIC X(2) VALUE SPACES.
           88 BOFJRNL-OK                  VALUE "00".

       *> 変更ジャーナル1行分の作業域（呼び出し側が項目と前後の値を
       *> 詰めてからWRITE-CHANGE-ENTRYを呼ぶ）
       01  WS-CHG-MASTER        PIC X(8) VALUE SPACES.
       01  WS-CHG-KEY           PIC X(14) VALUE SPACES.
       01  WS-CHG-FIELD         PIC X(16) VALUE SPACES.
       01  WS-CHG-BEFORE        PIC X(20) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(20) VALUE SPACES.
       01  WS-CHG-QTY-ED        PIC Z(6)9.

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON     PIC X(32).

       *> バックオーダー引当一覧の明細編集用（待ち日数は注文日付から
       *> 今回の実行日まで）
       01  WS-BOF-LINE.
           05 WS-BFL-ORDER-NO   PIC 9(7).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-BFL-LINE-NO    PIC 9(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-BFL-ORDER-DATE PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-BFL-CUST-ID    PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-BFL-ITEM-CODE  PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-BFL-QTY        PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-BFL-BRANCH     PIC X(3).
           05 FILLER            PIC X(8) VALUE " WAITED ".
           05 WS-BFL-WAIT-DAYS  PIC ZZZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".
           05 FILLER            PIC X(21) VALUE SPACES.

       *> 発注差異一覧の明細編集用（種別O=過入荷 S=不足 U=発注無し）
       01  WS-POV-LINE.
           05 WS-PVL-TYPE       PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-ITEM-CODE  PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-QUOTED-PO  PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-OPEN-PO    PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-ORDERED    PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-RECEIVED   PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-THIS-RCPT  PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-VARIANCE   PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PVL-REASON     PIC X(23).

       *> YYYYMMDDを通算日数へ変換する作業域（日付の引き算に使う）
       01  WS-CNV-DATE          PIC 9(8) VALUE 0.
       01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
           05 WS-CNV-YEAR       PIC 9(4).
           05 WS-CNV-MONTH      PIC 9(2).
           05 WS-CNV-DAY        PIC 9(2).
       01  WS-CNV-WORK-Y        PIC 9(4) VALUE 0.
       01  WS-CNV-WORK-M        PIC 9(2) VALUE 0.
       01  WS-CNV-Q4            PIC 9(4) VALUE 0.
       01  WS-CNV-Q100          PIC 9(4) VALUE 0.
       01  WS-CNV-Q400          PIC 9(4) VALUE 0.
       01  WS-CNV-M-DAYS        PIC 9(4) VALUE 0.
       01  WS-CNV-SERIAL        PIC 9(7) VALUE 0.

       01  WS-RUN-SERIAL        PIC 9(7) VALUE 0.

       *> 発注点割れ一覧の明細編集用
       01  WS-REORDER-LINE.
           05 WS-ROL-ITEM-CODE  PIC X(6).
               SET ITEMMAST-PRESENT TO TRUE
           END-IF

           OPEN I-O BACKORD
           IF BACKORD-OK
               SET BACKORD-PRESENT TO TRUE
           END-IF

           OPEN I-O OPENPO
           IF OPENPO-OK
               SET OPENPO-PRESENT TO TRUE
           END-IF

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成
           *> しない）ので、初回はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND MCHGJRNL
           IF NOT MCHGJRNL-OK
               OPEN OUTPUT MCHGJRNL
           END-IF
           OPEN EXTEND BOFJRNL
           IF NOT BOFJRNL-OK
               OPEN OUTPUT BOFJRNL
           END-IF

           OPEN OUTPUT REPFILE
           OPEN OUTPUT REJWORK

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-RUN-SERIAL
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-BACKORDER-HEADER
           PERFORM WRITE-PO-VARIANCE-HEADER

           PERFORM UNTIL EOF
               READ TRANFILE
               END-READ
           END-PERFORM

           CLOSE TRANFILE MCHGJRNL BOFJRNL REJWORK

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REORDER-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPFILE
           PERFORM WRITE-BACKORDER-TRAILER
           CLOSE BOFFILE
           PERFORM WRITE-PO-VARIANCE-TRAILER
           CLOSE POVFILE

           CLOSE STOCKMAST
           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF
           IF BACKORD-PRESENT
               CLOSE BACKORD
           END-IF
           IF OPENPO-PRESENT
               CLOSE OPENPO
           END-IF

           DISPLAY "MVP10: " WS-APPLIED-COUNT
               " TRANSACTION(S) APPLIED, " WS-REJ-COUNT
               " REJECTED, " WS-REORDER-COUNT
               " ITEM(S) BELOW MINIMUM, SEE MVP10RPT.DAT"
           DISPLAY "MVP10: " WS-FILL-COUNT
               " BACKORDER(S) RELEASED, SEE MVP10BOF.DAT"
           DISPLAY "MVP10: " WS-PO-OVER-COUNT " OVER, "
               WS-PO-SHORT-COUNT " SHORT, " WS-PO-UNEXP-COUNT
               " UNEXPECTED RECEIPT(S), SEE MVP10POV.DAT"

           PERFORM WRITE-AUDIT-LOG

               END-EVALUATE
           END-IF

           IF TRAN-IS-VALID
               PERFORM JOURNAL-STOCK-CHANGES
           END-IF

           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECT-LINE
           ELSE
           PERFORM READ-STOCK-FOR-CHANGE
           IF TRAN-IS-VALID
               ADD TR-QTY TO SK-QTY-ON-HAND
               *> 入荷分はまず同じ品目の未引当注文へ古い順に回し、
               *> 残った分だけを手持ちとして残す
               MOVE 0 TO WS-TRAN-FILL-COUNT
               IF BACKORD-PRESENT
                   PERFORM FILL-BACKORDERS
               END-IF
               REWRITE STOCKMAST-REC
               ADD 1 TO WS-RCP-COUNT
               *> 現物は届いている以上、発注と合わなくても在庫には
               *> 入れる。差異は購買向けの一覧へ出す
               IF OPENPO-PRESENT
                   PERFORM MATCH-RECEIPT-TO-PO
               END-IF
           END-IF
           .

       MATCH-RECEIPT-TO-PO.
           MOVE SPACES      TO WS-PVL-REASON
           MOVE 0           TO WS-PVL-OPEN-PO
           MOVE 0           TO WS-PVL-ORDERED
           MOVE 0           TO WS-PVL-RECEIVED
           MOVE 0           TO WS-PVL-VARIANCE
           IF TR-PO-NO NOT NUMERIC OR TR-PO-NO = 0
               MOVE 0 TO WS-PVL-QUOTED-PO
               MOVE "NO PO QUOTED" TO WS-PVL-REASON
               PERFORM WRITE-UNEXPECTED-RECEIPT
           ELSE
               MOVE TR-PO-NO     TO WS-PVL-QUOTED-PO
               MOVE TR-ITEM-CODE TO OP-ITEM-CODE
               READ OPENPO
                   INVALID KEY
                       MOVE "NO OPEN PO FOR ITEM" TO WS-PVL-REASON
                       PERFORM WRITE-UNEXPECTED-RECEIPT
                   NOT INVALID KEY
                       IF OP-PO-NO NOT = TR-PO-NO
                           MOVE OP-PO-NO TO WS-PVL-OPEN-PO
                           MOVE "ITEM NOT ON QUOTED PO"
                               TO WS-PVL-REASON
                           PERFORM WRITE-UNEXPECTED-RECEIPT
                       ELSE
                           PERFORM APPLY-RECEIPT-TO-PO
                       END-IF
               END-READ
           END-IF
           .

       APPLY-RECEIPT-TO-PO.
           *> 発注数量に達した（超えた）発注は発注残から消す。不足分は
           *> 発注残に残して次の入荷（分納）を待つ
           ADD TR-QTY TO OP-RECEIVED-QTY
           MOVE OP-PO-NO        TO WS-PVL-OPEN-PO
           MOVE OP-ORDER-QTY    TO WS-PVL-ORDERED
           MOVE OP-RECEIVED-QTY TO WS-PVL-RECEIVED
           EVALUATE TRUE
               WHEN OP-RECEIVED-QTY > OP-ORDER-QTY
                   DELETE OPENPO RECORD
                   ADD 1 TO WS-PO-OVER-COUNT
                   COMPUTE WS-PO-VARIANCE =
                       OP-RECEIVED-QTY - OP-ORDER-QTY
                   MOVE "O" TO WS-PVL-TYPE
                   MOVE "OVER RECEIPT - CLOSED" TO WS-PVL-REASON
                   PERFORM WRITE-PO-VARIANCE-LINE
               WHEN OP-RECEIVED-QTY = OP-ORDER-QTY
                   DELETE OPENPO RECORD
                   ADD 1 TO WS-PO-MATCH-COUNT
               WHEN OTHER
                   REWRITE OPENPO-REC
                   ADD 1 TO WS-PO-SHORT-COUNT
                   COMPUTE WS-PO-VARIANCE =
                       OP-ORDER-QTY - OP-RECEIVED-QTY
                   MOVE "S" TO WS-PVL-TYPE
                   MOVE "SHORT - PO STAYS OPEN" TO WS-PVL-REASON
                   PERFORM WRITE-PO-VARIANCE-LINE
           END-EVALUATE
           .

       WRITE-UNEXPECTED-RECEIPT.
           ADD 1 TO WS-PO-UNEXP-COUNT
           MOVE TR-QTY TO WS-PO-VARIANCE
           MOVE "U"    TO WS-PVL-TYPE
           PERFORM WRITE-PO-VARIANCE-LINE
           .

       WRITE-PO-VARIANCE-LINE.
           MOVE TR-ITEM-CODE   TO WS-PVL-ITEM-CODE
           MOVE TR-QTY         TO WS-PVL-THIS-RCPT
           MOVE WS-PO-VARIANCE TO WS-PVL-VARIANCE
           WRITE POV-REC FROM WS-POV-LINE
           .

       FILL-BACKORDERS.
           *> キーが品目＋注文日付＋注文番号なので、品目の先頭から
           *> 順読みすれば古い注文から並ぶ。一番古い注文を満数で
           *> 出せない間は後ろの注文にも回さない（追い越し防止）
           MOVE TR-ITEM-CODE TO BO-ITEM-CODE
           MOVE 0            TO BO-ORDER-DATE
           MOVE 0            TO BO-ORDER-NO
           MOVE 0            TO BO-LINE-NO
           MOVE "N" TO WS-BO-EOF
           START BACKORD KEY NOT LESS BO-KEY
               INVALID KEY
                   SET BO-EOF TO TRUE
           END-START
           PERFORM UNTIL BO-EOF
               READ BACKORD NEXT RECORD
                   AT END
                       SET BO-EOF TO TRUE
                   NOT AT END
                       IF BO-ITEM-CODE NOT = TR-ITEM-CODE
                          OR BO-QTY > SK-QTY-ON-HAND
                           SET BO-EOF TO TRUE
                       ELSE
                           PERFORM RELEASE-ONE-BACKORDER
                       END-IF
               END-READ
           END-PERFORM
           .

       RELEASE-ONE-BACKORDER.
           SUBTRACT BO-QTY FROM SK-QTY-ON-HAND
           DELETE BACKORD RECORD
           ADD 1      TO WS-TRAN-FILL-COUNT
           ADD 1      TO WS-FILL-COUNT
           ADD BO-QTY TO WS-FILL-QTY

           MOVE BO-ORDER-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           IF WS-CNV-SERIAL < WS-RUN-SERIAL
               COMPUTE WS-WAIT-DAYS = WS-RUN-SERIAL - WS-CNV-SERIAL
           ELSE
               MOVE 0 TO WS-WAIT-DAYS
           END-IF

           MOVE BO-ORDER-NO    TO WS-BFL-ORDER-NO
           MOVE BO-LINE-NO     TO WS-BFL-LINE-NO
           MOVE BO-ORDER-DATE  TO WS-BFL-ORDER-DATE
           MOVE BO-CUST-ID     TO WS-BFL-CUST-ID
           MOVE BO-ITEM-CODE   TO WS-BFL-ITEM-CODE
           MOVE BO-QTY         TO WS-BFL-QTY
           MOVE BO-BRANCH-CODE TO WS-BFL-BRANCH
           MOVE WS-WAIT-DAYS   TO WS-BFL-WAIT-DAYS
           WRITE BOF-REC FROM WS-BOF-LINE

           MOVE BO-ITEM-CODE   TO BF-ITEM-CODE
           MOVE BO-BRANCH-CODE TO BF-BRANCH-CODE
           MOVE BO-QTY         TO BF-QTY
           MOVE WS-RUN-DATE    TO BF-RELEASE-DATE
           MOVE BO-ORDER-NO    TO BF-ORDER-NO
           MOVE BO-LINE-NO     TO BF-LINE-NO
           MOVE BO-CUST-ID     TO BF-CUST-ID
           MOVE SPACES         TO BF-FILLER
           WRITE BOFJRNL-REC
           .

       APPLY-COUNT.
           END-READ
           .

       JOURNAL-STOCK-CHANGES.
           *> 値の変わった項目だけを1項目1行で残す（在庫行をこの実行で
           *> 起こした品目は変更前0からの変更として残る）
           MOVE "STOCKMST"   TO WS-CHG-MASTER
           MOVE SK-ITEM-CODE TO WS-CHG-KEY
           IF SK-QTY-ON-HAND NOT = WS-BEFORE-ON-HAND
               MOVE "SK-QTY-ON-HAND"   TO WS-CHG-FIELD
               MOVE WS-BEFORE-ON-HAND  TO WS-CHG-QTY-ED
               MOVE WS-CHG-QTY-ED      TO WS-CHG-BEFORE
               MOVE SK-QTY-ON-HAND     TO WS-CHG-QTY-ED
               MOVE WS-CHG-QTY-ED      TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF SK-REORDER-POINT NOT = WS-BEFORE-REORDER
               MOVE "SK-REORDER-POINT" TO WS-CHG-FIELD
               MOVE WS-BEFORE-REORDER  TO WS-CHG-QTY-ED
               MOVE WS-CHG-QTY-ED      TO WS-CHG-BEFORE
               MOVE SK-REORDER-POINT   TO WS-CHG-QTY-ED
               MOVE WS-CHG-QTY-ED      TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP10"          TO MJ-PROGRAM-ID
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
           STRING "MVP10 STOCK MAINTENANCE - RUN DATE "
           MOVE SK-QTY-ON-HAND    TO WS-DTL-AFT-QTY
           MOVE SK-REORDER-POINT  TO WS-DTL-AFT-MIN
           MOVE SPACES            TO WS-DTL-REASON
           *> 入荷で引き当てた分があれば、手持ちが入荷数より少なく
           *> 見える理由を添える
           IF TR-RECEIPT AND WS-TRAN-FILL-COUNT > 0
               STRING WS-TRAN-FILL-COUNT DELIMITED BY SIZE
                      " BACKORDER(S) RELEASED" DELIMITED BY SIZE
                      INTO WS-DTL-REASON
               END-STRING
           END-IF
           WRITE REP-REC FROM WS-DETAIL-LINE
           .

           WRITE REP-REC FROM WS-REORDER-LINE
           .

       WRITE-BACKORDER-HEADER.
           OPEN OUTPUT BOFFILE
           MOVE SPACES TO BOF-REC
           STRING "MVP10 BACKORDER RELEASES - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BOF-REC
           END-STRING
           WRITE BOF-REC
           MOVE SPACES TO BOF-REC
           MOVE "ORDER/LINE  DATE     CUST  ITEM   QTY BRN"
               TO BOF-REC
           WRITE BOF-REC
           .

       WRITE-BACKORDER-TRAILER.
           MOVE SPACES TO BOF-REC
           STRING "TRAILER - RELEASED " DELIMITED BY SIZE
                  WS-FILL-COUNT DELIMITED BY SIZE
                  " UNITS " DELIMITED BY SIZE
                  WS-FILL-QTY DELIMITED BY SIZE
                  INTO BOF-REC
           END-STRING
           WRITE BOF-REC
           .

       WRITE-PO-VARIANCE-HEADER.
           OPEN OUTPUT POVFILE
           MOVE SPACES TO POV-REC
           STRING "MVP10 PO RECEIPT VARIANCES - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO POV-REC
           END-STRING
           WRITE POV-REC
           MOVE SPACES TO POV-REC
           MOVE "T ITEM   QUOTED  OPEN PO ORDERED RCV-TD  RCPT   VAR"
               TO POV-REC
           WRITE POV-REC
           .

       WRITE-PO-VARIANCE-TRAILER.
           MOVE SPACES TO POV-REC
           STRING "TRAILER - MATCHED " DELIMITED BY SIZE
                  WS-PO-MATCH-COUNT DELIMITED BY SIZE
                  " OVER " DELIMITED BY SIZE
                  WS-PO-OVER-COUNT DELIMITED BY SIZE
                  " SHORT " DELIMITED BY SIZE
                  WS-PO-SHORT-COUNT DELIMITED BY SIZE
                  " UNEXP " DELIMITED BY SIZE
                  WS-PO-UNEXP-COUNT DELIMITED BY SIZE
                  INTO POV-REC
           END-STRING
           WRITE POV-REC
           .

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REP-REC
           STRING "TRAILER - READ " DELIMITED BY SIZE
           WRITE REP-REC
           .

       CONVERT-DATE-TO-SERIAL.
           *> YYYYMMDD(WS-CNV-DATE)を通算日数(WS-CNV-SERIAL)へ変換。
           *> 整数除算を確実に切り捨てにするためDIVIDEで段階計算する
           MOVE WS-CNV-YEAR  TO WS-CNV-WORK-Y
           MOVE WS-CNV-MONTH TO WS-CNV-WORK-M
           IF WS-CNV-WORK-M < 3
               SUBTRACT 1 FROM WS-CNV-WORK-Y
               ADD 12 TO WS-CNV-WORK-M
           END-IF
           DIVIDE WS-CNV-WORK-Y BY 4   GIVING WS-CNV-Q4
           DIVIDE WS-CNV-WORK-Y BY 100 GIVING WS-CNV-Q100
           DIVIDE WS-CNV-WORK-Y BY 400 GIVING WS-CNV-Q400
           COMPUTE WS-CNV-M-DAYS = 153 * (WS-CNV-WORK-M + 1)
           DIVIDE WS-CNV-M-DAYS BY 5 GIVING WS-CNV-M-DAYS
           COMPUTE WS-CNV-SERIAL =
               365 * WS-CNV-WORK-Y + WS-CNV-Q4
               - WS-CNV-Q100 + WS-CNV-Q400
               + WS-CNV-M-DAYS + WS-CNV-DAY
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP10"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
