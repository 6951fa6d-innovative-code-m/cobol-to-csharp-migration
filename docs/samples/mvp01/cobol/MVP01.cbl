               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-ITEM-CODE
               FILE STATUS IS WS-STOCKMAST-STATUS.
           *> 在庫不足のままB印で計上した注文の未引当残。MVP10の入荷が
           *> 古い順に引き当てて消していく（キーは品目＋注文日付＋
           *> 注文番号＋明細番号なので品目ごとに古い順に並ぶ）
           SELECT BACKORD
               ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.
           *> 実行をまたいで注文番号＋明細番号を覚えておく履歴ファイル。
           *> 支店が前日分のORDERIN.DATを再送してきたときの二重計上を防ぐ
           SELECT ORDHIST
               ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-KEY
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRCHMAST-STATUS.
           *> 課税地域別・適用開始日付きの税率表（MVP24が保守）。
           *> あるときだけ支店の課税地域で明細ごとに税を計算する
           SELECT TAXRATE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
           *> 非課税顧客の登録（MVP24が保守。証明書の期限付き）
           SELECT TAXEXMPT
               ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CUST-ID
               FILE STATUS IS WS-TAXEXMPT-STATUS.
           *> 課税地域別の税仕訳（計上1明細1行を追記。MVP25が月次の
           *> 納税額集計に使う）
           SELECT TAXJRNL
               ASSIGN TO "TAXJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXJRNL-STATUS.
           *> 実行末尾に書く支店別件数・金額のレポート
           SELECT BRTFILE
               ASSIGN TO "MVP01BRT.DAT"

       DATA DIVISION.
       FILE SECTION.
       *> 受注ファイルは1注文＝見出し1件（H）＋明細n件（L）。
       *> 明細は同じ注文番号の見出しの直後に明細番号付きで並ぶ
       FD  INFILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  ORDIN-REC.
           05 OI-REC-TYPE       PIC X(1).
               88 OI-IS-HEADER            VALUE "H".
               88 OI-IS-LINE              VALUE "L".
           05 OI-BODY           PIC X(59).
           *> 見出し（注文番号・注文日付・顧客・支店）
           05 OI-HDR-BODY REDEFINES OI-BODY.
              10 OI-HDR-PART.
                 15 OI-ORDER-NO     PIC 9(7).
                 15 OI-ORDER-DATE   PIC 9(8).
                 15 OI-CUST-ID      PIC 9(5).
                 15 OI-NAME         PIC X(20).
                 15 OI-BRANCH-CODE  PIC X(3).
              10 FILLER          PIC X(16).
           *> 明細（品目・数量・単価。どの見出しの明細かを注文番号で持つ）
           05 OI-LINE-BODY REDEFINES OI-BODY.
              10 OI-LINE-ORDER-NO PIC 9(7).
              10 OI-LINE-PART.
                 15 OI-LINE-NO      PIC 9(3).
                 15 OI-ITEM-CODE    PIC X(6).
                 15 OI-QTY          PIC 9(3).
                 15 OI-UNIT-PRICE   PIC 9(3)V99.
              10 FILLER          PIC X(35).

       FD  OUTFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OUTREC.
           05 OUT-REC-TYPE      PIC X(1) VALUE "D".
           05 OUT-ITEM-CODE     PIC X(6).
           *> どの支店の売上かを下流の集計が分かるよう残す
           05 OUT-BRANCH-CODE   PIC X(3).
           *> 明細ごとの消費税と課税地域（発信支店の地域）。
           *> 税区分は空白=通常 E=非課税顧客のため0
           05 OUT-TAX-AMOUNT    PIC 9(7)V99.
           05 OUT-TAX-JURIS     PIC X(4).
           05 OUT-TAX-FLAG      PIC X(1).
           *> どの注文のどの明細かを請求書・照合側が分かるよう残す
           05 OUT-ORDER-NO      PIC 9(7).
           05 OUT-LINE-NO       PIC 9(3).
           05 OUT-FILLER        PIC X(1).

       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
           05 CM-CREDIT-LIMIT   PIC 9(7)V99.

       FD  REJFILE
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
       01  REJREC.
           05 RJ-CUST-ID        PIC 9(5).
           05 RJ-ITEM-CODE      PIC X(6).
           *> どの支店へ差し戻すかが朝の電話で分かるよう支店も残す
           05 RJ-BRANCH-CODE    PIC X(3).
           *> 注文の何行目か（見出しだけの拒否は0）
           05 RJ-LINE-NO        PIC 9(3).

       FD  PARMFILE
           RECORD CONTAINS 25 CHARACTERS
           05 PM-STOCK-ACTION    PIC X(1).

       FD  CKPFILE
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE IS F.
       01  CKPREC.
           05 CK-CUST-ID        PIC 9(5).
           05 CK-OUT-TOTAL-SUM  PIC 9(9)V99.
           05 CK-OUT-BIG-COUNT  PIC 9(7).
           05 CK-REJECT-COUNT   PIC 9(7).
           05 CK-OUT-TAX-SUM    PIC 9(9)V99.
           *> 読んだ明細数（監査ログの入力件数。見出しは数えない）
           05 CK-IN-LINE-COUNT  PIC 9(7).

       *> MVP02が名前を正しく分割できた客を最終クリア日付きで積み上げた
       *> 累積マスター（まだ一度もMVP02が走っていなければ突き合わせない）
           05 SK-QTY-ON-HAND    PIC 9(7).
           05 SK-REORDER-POINT  PIC 9(7).

       *> 未引当バックオーダー（1明細1行。引当済みになった行は
       *> MVP10が削除するので、載っている行はすべて出荷待ち）
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

       *> 処理済み注文明細の履歴（保持日数を過ぎたものは実行開始時に
       *> 削除するので無限には増えない）
       FD  ORDHIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORDHIST-REC.
           05 OH-ORDER-KEY.
              10 OH-ORDER-NO    PIC 9(7).
              10 OH-LINE-NO     PIC 9(3).
           05 OH-ORDER-DATE     PIC 9(8).
           *> 返品処理（MVP19）が元の売上と照合できるよう、計上した
           *> 中身（誰に何をいくつ・いくらで）も残す
           05 OH-CUST-ID        PIC 9(5).
           05 OH-ITEM-CODE      PIC X(6).
           05 OH-QTY            PIC 9(3).
           05 OH-UNIT-PRICE     PIC 9(3)V99.
           05 OH-TOTAL          PIC 9(7)V99.
           05 OH-BRANCH-CODE    PIC X(3).
           05 OH-STOCK-FLAG     PIC X(1).
           *> 計上した実行日（期間売上を戻す期間の判定に使う）
           05 OH-POST-DATE      PIC 9(8).
           *> これまでに返品を受けた数量（MVP19が積み上げる）
           05 OH-RETURNED-QTY   PIC 9(3).
           *> 計上時の消費税と課税地域（返品時に同じ割合で戻す）
           05 OH-TAX-AMOUNT     PIC 9(7)V99.
           05 OH-TAX-JURIS      PIC X(4).
           05 OH-TAX-FLAG       PIC X(1).
           05 OH-FILLER         PIC X(5).

       *> 売掛残高マスター（1顧客1行。MVP13の入金消込と共用）
       FD  ARBAL
       *> 支店マスター（どこかの保守手順で整備される前提。無い環境では
       *> 支店検証ごと飛ばす）
       FD  BRCHMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  BRCHMAST-REC.
           05 BR-BRANCH-CODE    PIC X(3).
           05 BR-BRANCH-NAME    PIC X(20).
           05 BR-STATUS         PIC X(1).
               88 BR-ACTIVE               VALUE "A".
           *> 売上税の課税地域（TAXRATEのキー。空白なら非課税地域）
           05 BR-TAX-JURIS      PIC X(4).
           *> 注文の一部の明細が拒否になったときの扱い（W=注文ごと
           *> 拒否 空白・P=通った明細だけ計上）
           05 BR-REJECT-MODE    PIC X(1).
               88 BR-REJECT-WHOLE         VALUE "W".
           05 BR-FILLER         PIC X(3).

       *> 税率表（課税地域＋適用開始日の複合キー。PRCHISTと同じく
       *> 注文日付を超えない最後の行が適用税率）
       FD  TAXRATE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TAXRATE-REC.
           05 TX-RATE-KEY.
              10 TX-JURIS       PIC X(4).
              10 TX-EFF-DATE    PIC 9(8).
           *> 税率（％、小数3桁）
           05 TX-RATE-PCT       PIC 9(2)V9(3).
           05 TX-JURIS-NAME     PIC X(20).
           05 TX-FILLER         PIC X(3).

       *> 非課税顧客（証明書番号と有効期限。期限0は無期限）
       FD  TAXEXMPT
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  TAXEXMPT-REC.
           05 TE-CUST-ID        PIC 9(5).
           05 TE-CERT-NO        PIC X(15).
           05 TE-EXPIRY-DATE    PIC 9(8).
           05 TE-FILLER         PIC X(2).

       *> 税仕訳（S=計上 R=返品戻し。MVP19・MVP25と同じレイアウト）
       FD  TAXJRNL
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TAXJRNL-REC.
           05 TJ-JURIS          PIC X(4).
           05 TJ-POST-DATE      PIC 9(8).
           05 TJ-TRAN-TYPE      PIC X(1).
           05 TJ-TAX-FLAG       PIC X(1).
           05 TJ-CUST-ID        PIC 9(5).
           05 TJ-ORDER-NO       PIC 9(7).
           05 TJ-SALES-AMOUNT   PIC 9(7)V99.
           05 TJ-TAX-AMOUNT     PIC 9(7)V99.
           05 TJ-RATE-PCT       PIC 9(2)V9(3).
           05 TJ-BRANCH-CODE    PIC X(3).
           05 TJ-FILLER         PIC X(8).

       *> 支店別の件数・金額レポート（実行末尾に書く）
       FD  BRTFILE
           88 EOF                         VALUE "Y".
           88 NOT-EOF                     VALUE "N".

       *> 見出しと明細1件を組み合わせた注文明細1件分の作業域。
       *> 検証・計上の各段落は従来どおりこのIN-項目を見る
       01  INREC.
           05 IN-HDR-PART.
              10 IN-ORDER-NO    PIC 9(7).
              10 IN-ORDER-DATE  PIC 9(8).
              10 IN-CUST-ID     PIC 9(5).
              10 IN-NAME        PIC X(20).
              *> 発信元の支店コード（BRCHMASTと突き合わせる）
              10 IN-BRANCH-CODE PIC X(3).
           05 IN-LINE-PART.
              10 IN-LINE-NO     PIC 9(3).
              *> 品目カタログ（ITEMMAST）と突き合わせる品目コード
              10 IN-ITEM-CODE   PIC X(6).
              10 IN-QTY         PIC 9(3).
              *> 単価はセント単位まで持てるよう小数点2桁を内蔵
              10 IN-UNIT-PRICE  PIC 9(3)V99.

       *> 処理待ちの注文（見出し1件と明細の表）。次の見出しか入力の
       *> 終わりが来た時点で注文全体をまとめて検証・計上する
       01  WS-ORD-PENDING       PIC X VALUE "N".
           88 ORD-PENDING                 VALUE "Y".
       01  WS-ORD-HDR-PART.
           05 WS-ORD-ORDER-NO   PIC X(7).
           05 FILLER            PIC X(36).
       *> この注文の最後のレコードまでの通算件数（チェックポイント位置）
       01  WS-ORD-END-COUNT     PIC 9(7) VALUE 0.
       *> 表に入り切らず読んだ時点で拒否した明細数と、検証で落ちた明細数
       01  WS-ORD-OVER-COUNT    PIC 9(3) VALUE 0.
       01  WS-ORD-FAIL-COUNT    PIC 9(3) VALUE 0.
       *> 支店の設定（W=1明細でも落ちたら注文ごと拒否 P=通った明細は計上）
       01  WS-ORD-REJECT-MODE   PIC X(1) VALUE "P".
           88 ORD-REJECT-WHOLE            VALUE "W".
       *> 見出しの検証結果（全明細に同じ結果を持たせる）
       01  WS-HDR-VALID         PIC X VALUE "N".
       01  WS-HDR-REASON-CD     PIC X(2) VALUE SPACES.
       01  WS-HDR-REASON-TX     PIC X(29) VALUE SPACES.

       *> 1注文の明細表（99明細まで。超えた明細は読んだ時点でTL拒否）
       01  WS-OL-MAX            PIC 9(3) VALUE 99.
       01  WS-OL-COUNT          PIC 9(3) VALUE 0.
       01  WS-OL-IX             PIC 9(3) VALUE 0.
       01  WS-OL-JX             PIC 9(3) VALUE 0.
       01  WS-OL-TABLE.
           05 WS-OL-ENTRY OCCURS 99 TIMES.
              10 WS-OL-LINE-PART.
                 15 WS-OL-LINE-NO    PIC 9(3).
                 15 WS-OL-ITEM-CODE  PIC X(6).
                 15 WS-OL-QTY        PIC 9(3).
                 15 WS-OL-UNIT-PRICE PIC 9(3)V99.
              *> 明細ごとの検証結果と、計上時にOUTRECへ載せる値
              10 WS-OL-VALID    PIC X(1).
                 88 OL-IS-VALID              VALUE "Y".
                 88 OL-IS-INVALID            VALUE "N".
              10 WS-OL-REASON-CD PIC X(2).
              10 WS-OL-REASON-TX PIC X(29).
              10 WS-OL-PRICE-FLAG PIC X(1).
              10 WS-OL-STOCK-FLAG PIC X(1).
              *> 在庫を引き落とした明細（注文ごと拒否のとき戻す）
              10 WS-OL-ALLOC    PIC X(1).
                 88 OL-ALLOCATED             VALUE "Y".
              10 WS-OL-TAX-JURIS PIC X(4).
              10 WS-OL-TAX-FLAG PIC X(1).
              10 WS-OL-TAX-RATE PIC 9(2)V9(3).
              10 WS-OL-TAX-AMOUNT PIC 9(7)V99.

       01  WS-TOTAL             PIC 9(7)V99 VALUE 0.

       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
       *> 今回の明細に付ける在庫引当フラグ（OUT-STOCK-FLAGへ転送）
       01  WS-STOCK-FLAG        PIC X(1) VALUE SPACE.

       01  WS-BACKORD-STATUS    PIC X(2) VALUE SPACES.
           88 BACKORD-OK                  VALUE "00".
           88 BACKORD-MISSING             VALUE "35".

       *> バックオーダー計上が有効なとき（在庫マスターがあり、在庫
       *> 不足の扱いがBのとき）だけ未引当ファイルを開いて書く
       01  WS-BACKORD-PRESENT   PIC X VALUE "N".
           88 BACKORD-PRESENT             VALUE "Y".

       01  WS-ORDHIST-STATUS    PIC X(2) VALUE SPACES.
           88 ORDHIST-OK                  VALUE "00".
           88 ORDHIST-NOT-FOUND           VALUE "23".
       01  WS-ARJRNL-STATUS     PIC X(2) VALUE SPACES.
           88 ARJRNL-OK                   VALUE "00".

       *> 与信判定用（限度照合は差替後の単価で計算した注文全体の
       *> 税込金額で行う）
       01  WS-CRED-BALANCE      PIC S9(9)V99 VALUE 0.
       01  WS-CRED-TOTAL        PIC 9(9)V99 VALUE 0.

       *> BRCHMAST.DATが用意されているときだけ支店検証を行う
       *> （ITEMMASTと同じ「あれば使う」方式）
       01  WS-BRCHMAST-PRESENT  PIC X VALUE "N".
           88 BRCHMAST-PRESENT            VALUE "Y".

       01  WS-TAXRATE-STATUS    PIC X(2) VALUE SPACES.
           88 TAXRATE-OK                  VALUE "00".
       01  WS-TAXEXMPT-STATUS   PIC X(2) VALUE SPACES.
           88 TAXEXMPT-OK                 VALUE "00".
       01  WS-TAXJRNL-STATUS    PIC X(2) VALUE SPACES.
           88 TAXJRNL-OK                  VALUE "00".

       *> TAXRATE.DATが用意されているときだけ売上税を計算する
       *> （ITEMMASTと同じ「あれば使う」方式）
       01  WS-TAXRATE-PRESENT   PIC X VALUE "N".
           88 TAXRATE-PRESENT             VALUE "Y".
       01  WS-TAXEXMPT-PRESENT  PIC X VALUE "N".
           88 TAXEXMPT-PRESENT            VALUE "Y".

       01  WS-TX-EOF            PIC X VALUE "N".
           88 TX-EOF                      VALUE "Y".
       01  WS-TAX-RATE-FOUND    PIC X VALUE "N".
           88 TAX-RATE-FOUND              VALUE "Y".

       *> 今回の明細の税計算結果（OUT-TAX-*・売掛借記・税仕訳へ転送）
       01  WS-TAX-JURIS         PIC X(4) VALUE SPACES.
       01  WS-TAX-FLAG          PIC X(1) VALUE SPACE.
       01  WS-TAX-RATE          PIC 9(2)V9(3) VALUE 0.
       01  WS-TAX-AMOUNT        PIC 9(7)V99 VALUE 0.
       01  WS-TAXABLE-AMOUNT    PIC 9(7)V99 VALUE 0.
       *> 売掛へ借記する税込金額
       01  WS-AR-DEBIT          PIC 9(7)V99 VALUE 0.

       *> 支店別集計表（支店コードの線形探索、50支店あれば足りる）。
       *> リスタート時の再開区間は読み飛ばすので、この表が持つのは
       *> 今回処理した区間の数字だけになる（レポートに注記を出す）
       01  WS-CKP-CUST-ID       PIC 9(5) VALUE 0.
       01  WS-CKP-REC-COUNT     PIC 9(7) VALUE 0.
       01  WS-IN-REC-COUNT      PIC 9(7) VALUE 0.
       *> 読んだ明細数（見出しだけの注文は1件と数える）。計上＋拒否と
       *> 突き合うよう監査ログにはレコード数でなくこちらを出す
       01  WS-IN-LINE-COUNT     PIC 9(7) VALUE 0.
       01  WS-LAST-WRTN-CUST-ID PIC 9(5) VALUE 0.
       01  WS-LAST-CKP-COUNT    PIC 9(7) VALUE 0.

       01  WS-INFILE-NAME       PIC X(20) VALUE "INFILE.DAT".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-OUT-TOTAL-SUM     PIC 9(9)V99 VALUE 0.
       *> LARGEまたはBULK階層と判定された件数（旧OUT-BIG-FLAG=Y相当）
       01  WS-OUT-BIG-COUNT     PIC 9(7) VALUE 0.
       01  WS-OUT-TAX-SUM       PIC 9(9)V99 VALUE 0.

       *> OUTFILEのヘッダー・トレーラー編集用（WRITE OUTREC FROMで転送）
       01  OUT-HDR-REC.
           05 OUT-HDR-TYPE      PIC X(1) VALUE "H".
           05 OUT-HDR-RUN-DATE  PIC 9(8).
           05 OUT-HDR-INFILE    PIC X(20).
           05 OUT-HDR-FILLER    PIC X(51).

       01  OUT-TRL-REC.
           05 OUT-TRL-TYPE      PIC X(1) VALUE "T".
           05 OUT-TRL-REC-COUNT PIC 9(7).
           05 OUT-TRL-TOTAL-SUM PIC 9(9)V99.
           05 OUT-TRL-BIG-COUNT PIC 9(7).
           05 OUT-TRL-TAX-SUM   PIC 9(9)V99.
           05 OUT-TRL-FILLER    PIC X(43).

       PROCEDURE DIVISION.
       MAIN-SECTION.
               SET STOCKMAST-NOT-PRESENT TO TRUE
           END-IF

           *> B印で計上する設定のときだけ未引当ファイルを用意する
           IF STOCKMAST-PRESENT AND STOCK-ACT-BACKORD
               PERFORM OPEN-BACKORDER-FILE
           END-IF

           *> 価格履歴があるときだけ注文日付時点の価格検証を有効にする
           OPEN INPUT PRCHIST
           IF PRCHIST-OK
               SET BRCHMAST-PRESENT TO TRUE
           END-IF

           *> 税率表があるときだけ売上税を計算する（課税地域は支店
           *> マスターから引くので支店マスターも要る）
           OPEN INPUT TAXRATE
           IF TAXRATE-OK
               SET TAXRATE-PRESENT TO TRUE
               OPEN INPUT TAXEXMPT
               IF TAXEXMPT-OK
                   SET TAXEXMPT-PRESENT TO TRUE
               END-IF
               *> OPEN EXTENDは対象ファイルが無いと素通りするだけ
               *> （作成しない）ので、初回はOUTPUTで新規作成する
               OPEN EXTEND TAXJRNL
               IF NOT TAXJRNL-OK
                   OPEN OUTPUT TAXJRNL
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IN-REC-COUNT
                       PERFORM ACCEPT-ORDER-RECORD
               END-READ
           END-PERFORM
           *> 最後の注文には次の見出しが来ないのでここで締める
           PERFORM FINISH-PENDING-ORDER

           PERFORM WRITE-TRAILER

           IF STOCKMAST-PRESENT
               CLOSE STOCKMAST
           END-IF
           IF BACKORD-PRESENT
               CLOSE BACKORD
           END-IF
           IF BRCHMAST-PRESENT
               CLOSE BRCHMAST
           END-IF
           IF PRCHIST-PRESENT
               CLOSE PRCHIST
           END-IF
           IF TAXRATE-PRESENT
               CLOSE TAXRATE TAXJRNL
           END-IF
           IF TAXEXMPT-PRESENT
               CLOSE TAXEXMPT
           END-IF

           PERFORM WRITE-BRANCH-REPORT

                       MOVE PM-LARGE-THRESH  TO WS-LARGE-THRESH
                       MOVE PM-BULK-THRESH   TO WS-BULK-THRESH
                       MOVE PM-CKP-INTERVAL  TO WS-CKP-INTERVAL
                       *> 0や未設定のままだと注文1件ごとにチェック
                       *> ポイントを書くことになるため既定値に戻す
                       IF WS-CKP-INTERVAL = 0
                           MOVE 100 TO WS-CKP-INTERVAL
                       END-IF
                           MOVE CK-OUT-TOTAL-SUM TO WS-OUT-TOTAL-SUM
                           MOVE CK-OUT-BIG-COUNT TO WS-OUT-BIG-COUNT
                           MOVE CK-REJECT-COUNT  TO WS-REJECT-COUNT
                           MOVE CK-OUT-TAX-SUM   TO WS-OUT-TAX-SUM
                           MOVE CK-IN-LINE-COUNT TO WS-IN-LINE-COUNT
                           SET IS-RESTART TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CKPFILE
           END-IF
           MOVE WS-CKP-REC-COUNT TO WS-LAST-CKP-COUNT
           .

       CHECK-WRITE-CHECKPOINT.
           *> 注文の途中で区切ると再開時に見出しの無い明細から読み始める
           *> ことになるので、注文の切れ目で前回から間隔分以上進んで
           *> いたときだけ取る（位置はこの注文の最後のレコード）
           IF WS-ORD-END-COUNT - WS-LAST-CKP-COUNT >= WS-CKP-INTERVAL
               MOVE WS-LAST-WRTN-CUST-ID TO CK-CUST-ID
               MOVE WS-ORD-END-COUNT     TO CK-REC-COUNT
               MOVE WS-OUT-REC-COUNT     TO CK-OUT-REC-COUNT
               MOVE WS-OUT-TOTAL-SUM     TO CK-OUT-TOTAL-SUM
               MOVE WS-OUT-BIG-COUNT     TO CK-OUT-BIG-COUNT
               MOVE WS-REJECT-COUNT      TO CK-REJECT-COUNT
               MOVE WS-OUT-TAX-SUM       TO CK-OUT-TAX-SUM
               MOVE WS-IN-LINE-COUNT     TO CK-IN-LINE-COUNT
               WRITE CKPREC
               MOVE WS-ORD-END-COUNT     TO WS-LAST-CKP-COUNT
           END-IF
           .

           MOVE WS-OUT-REC-COUNT  TO OUT-TRL-REC-COUNT
           MOVE WS-OUT-TOTAL-SUM  TO OUT-TRL-TOTAL-SUM
           MOVE WS-OUT-BIG-COUNT  TO OUT-TRL-BIG-COUNT
           MOVE WS-OUT-TAX-SUM    TO OUT-TRL-TAX-SUM
           MOVE SPACES            TO OUT-TRL-FILLER
           WRITE OUTREC FROM OUT-TRL-REC
           .

       ACCEPT-ORDER-RECORD.
           *> 見出しが来たら前の注文を締めてから新しい注文を始める。
           *> 明細は直前の見出しと注文番号が同じときだけその注文に積む
           EVALUATE TRUE
               WHEN OI-IS-HEADER
                   PERFORM FINISH-PENDING-ORDER
                   MOVE OI-HDR-PART     TO WS-ORD-HDR-PART
                   MOVE 0               TO WS-OL-COUNT
                   MOVE 0               TO WS-ORD-OVER-COUNT
                   MOVE WS-IN-REC-COUNT TO WS-ORD-END-COUNT
                   SET ORD-PENDING TO TRUE
               WHEN OI-IS-LINE
                   ADD 1 TO WS-IN-LINE-COUNT
                   IF ORD-PENDING
                      AND OI-LINE-ORDER-NO = WS-ORD-ORDER-NO
                       MOVE WS-IN-REC-COUNT TO WS-ORD-END-COUNT
                       IF WS-OL-COUNT < WS-OL-MAX
                           ADD 1 TO WS-OL-COUNT
                           MOVE OI-LINE-PART
                               TO WS-OL-LINE-PART (WS-OL-COUNT)
                       ELSE
                           PERFORM REJECT-OVERFLOW-LINE
                       END-IF
                   ELSE
                       *> 拒否済みの行をチェックポイントの内側に入れて
                       *> おかないと、再開時に同じ拒否が二重に出る
                       IF ORD-PENDING
                           MOVE WS-IN-REC-COUNT TO WS-ORD-END-COUNT
                       END-IF
                       PERFORM REJECT-ORPHAN-LINE
                   END-IF
               WHEN OTHER
                   *> 種別不明のレコードは中身が信用できないので単独で拒否
                   ADD 1 TO WS-IN-LINE-COUNT
                   IF ORD-PENDING
                       MOVE WS-IN-REC-COUNT TO WS-ORD-END-COUNT
                   END-IF
                   PERFORM CLEAR-ORDER-LINE
                   MOVE 0 TO WS-BRN-POS
                   MOVE "RT" TO WS-REJECT-REASON-CD
                   MOVE "UNKNOWN RECORD TYPE"
                       TO WS-REJECT-REASON-TX
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE
           .

       FINISH-PENDING-ORDER.
           IF ORD-PENDING
               PERFORM PROCESS-ONE-ORDER
               MOVE "N" TO WS-ORD-PENDING
               PERFORM CHECK-WRITE-CHECKPOINT
           END-IF
           .

       CLEAR-ORDER-LINE.
           MOVE 0      TO IN-ORDER-NO
           MOVE 0      TO IN-ORDER-DATE
           MOVE 0      TO IN-CUST-ID
           MOVE SPACES TO IN-NAME
           MOVE SPACES TO IN-BRANCH-CODE
           MOVE 0      TO IN-LINE-NO
           MOVE SPACES TO IN-ITEM-CODE
           MOVE 0      TO IN-QTY
           MOVE 0      TO IN-UNIT-PRICE
           .

       REJECT-ORPHAN-LINE.
           *> 見出しの無い明細は顧客も支店も分からないので、注文番号と
           *> 明細の中身だけを拒否明細に残す
           PERFORM CLEAR-ORDER-LINE
           MOVE OI-LINE-ORDER-NO TO IN-ORDER-NO
           MOVE OI-LINE-PART     TO IN-LINE-PART
           MOVE 0 TO WS-BRN-POS
           MOVE "NH" TO WS-REJECT-REASON-CD
           MOVE "LINE WITH NO ORDER HEADER" TO WS-REJECT-REASON-TX
           PERFORM WRITE-REJECT-RECORD
           .

       REJECT-OVERFLOW-LINE.
           *> 表に入り切らない明細はその場で拒否し、注文側には落ちた
           *> 明細があったことだけを残す（支店がW設定なら注文ごと拒否）
           MOVE WS-ORD-HDR-PART TO IN-HDR-PART
           MOVE OI-LINE-PART    TO IN-LINE-PART
           PERFORM LOOKUP-BRANCH-ENTRY
           IF WS-BRN-POS > 0
               ADD 1 TO WS-BRN-READ (WS-BRN-POS)
           END-IF
           ADD 1 TO WS-ORD-OVER-COUNT
           MOVE "TL" TO WS-REJECT-REASON-CD
           MOVE "TOO MANY LINES ON ORDER" TO WS-REJECT-REASON-TX
           PERFORM WRITE-REJECT-RECORD
           .

       PROCESS-ONE-ORDER.
           *> 見出しの項目を作業域へ置き、顧客・支店・注文識別の検証は
           *> 注文につき1回だけ行って結果を全明細に持たせる
           MOVE WS-ORD-HDR-PART TO IN-HDR-PART
           MOVE 0      TO IN-LINE-NO
           MOVE SPACES TO IN-ITEM-CODE
           MOVE 0      TO IN-QTY
           MOVE 0      TO IN-UNIT-PRICE
           PERFORM LOOKUP-BRANCH-ENTRY

           *> IN-CUST-IDが実在の有効顧客かCUSTMASTで確認
           PERFORM VALIDATE-CUSTOMER
               PERFORM VALIDATE-ORDER-IDENTITY
           END-IF

           MOVE WS-CUST-VALID       TO WS-HDR-VALID
           MOVE WS-REJECT-REASON-CD TO WS-HDR-REASON-CD
           MOVE WS-REJECT-REASON-TX TO WS-HDR-REASON-TX

           *> 一部の明細が落ちたときの扱いは発信支店の設定で決める
           *> （支店マスターが無い環境では通った明細を計上する）
           MOVE "P" TO WS-ORD-REJECT-MODE
           IF CUST-IS-VALID AND BRCHMAST-PRESENT
               IF BR-REJECT-WHOLE
                   MOVE "W" TO WS-ORD-REJECT-MODE
               END-IF
           END-IF

           IF WS-OL-COUNT = 0
               *> 明細の無い見出しは計上する物が無いので見出しだけを
               *> 明細番号0で拒否する（表から溢れた明細があれば別途TL）
               IF WS-ORD-OVER-COUNT = 0
                   ADD 1 TO WS-IN-LINE-COUNT
                   IF WS-BRN-POS > 0
                       ADD 1 TO WS-BRN-READ (WS-BRN-POS)
                   END-IF
                   MOVE "NL" TO WS-REJECT-REASON-CD
                   MOVE "ORDER HAS NO LINES" TO WS-REJECT-REASON-TX
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           ELSE
               PERFORM PROCESS-ORDER-LINES
           END-IF
           .

       PROCESS-ORDER-LINES.
           MOVE WS-ORD-OVER-COUNT TO WS-ORD-FAIL-COUNT
           MOVE 0 TO WS-CRED-TOTAL

           *> 明細ごとの検証（品目・単価・税）。通った明細の税込金額は
           *> 注文全体の与信判定用に積み上げる
           MOVE 1 TO WS-OL-IX
           PERFORM UNTIL WS-OL-IX > WS-OL-COUNT
               PERFORM VALIDATE-ORDER-LINE
               ADD 1 TO WS-OL-IX
           END-PERFORM

           IF ORD-REJECT-WHOLE AND WS-ORD-FAIL-COUNT > 0
               MOVE "WO" TO WS-REJECT-REASON-CD
               MOVE "REJECTED WITH REST OF ORDER"
                   TO WS-REJECT-REASON-TX
               PERFORM FAIL-REMAINING-LINES
           END-IF

           *> 与信の門番。通った明細全部の税込金額を残高に足して限度を
           *> 超える注文は、明細単位でなく注文ごと止める
           IF WS-ORD-FAIL-COUNT < WS-OL-COUNT + WS-ORD-OVER-COUNT
               SET CUST-IS-VALID TO TRUE
               PERFORM CHECK-CREDIT-LIMIT
               IF CUST-IS-INVALID
                   PERFORM FAIL-REMAINING-LINES
               END-IF
           END-IF

           *> 全検証を通った明細だけ在庫を引き当てる（引当が最後の
           *> 関門。ここより後で拒否になる検査を増やすと引き落とした
           *> 在庫が戻らなくなるので順序に注意）
           IF STOCKMAST-PRESENT
               MOVE 1 TO WS-OL-IX
               PERFORM UNTIL WS-OL-IX > WS-OL-COUNT
                   IF OL-IS-VALID (WS-OL-IX)
                       PERFORM ALLOCATE-ORDER-LINE
                   END-IF
                   ADD 1 TO WS-OL-IX
               END-PERFORM
               *> 注文ごと拒否の支店で在庫不足の明細が出たら、先に
               *> 引き落とした明細の在庫を戻して残りも拒否にする
               IF ORD-REJECT-WHOLE AND WS-ORD-FAIL-COUNT > 0
                   PERFORM RELEASE-ORDER-STOCK
                   MOVE "WO" TO WS-REJECT-REASON-CD
                   MOVE "REJECTED WITH REST OF ORDER"
                       TO WS-REJECT-REASON-TX
                   PERFORM FAIL-REMAINING-LINES
               END-IF
           END-IF

           *> 明細番号順に計上または拒否を書き出す
           MOVE 1 TO WS-OL-IX
           PERFORM UNTIL WS-OL-IX > WS-OL-COUNT
               PERFORM LOAD-ORDER-LINE
               IF OL-IS-VALID (WS-OL-IX)
                   PERFORM POST-ORDER-LINE
               ELSE
                   MOVE WS-OL-REASON-CD (WS-OL-IX)
                       TO WS-REJECT-REASON-CD
                   MOVE WS-OL-REASON-TX (WS-OL-IX)
                       TO WS-REJECT-REASON-TX
                   PERFORM WRITE-REJECT-RECORD
               END-IF
               ADD 1 TO WS-OL-IX
           END-PERFORM
           .

       VALIDATE-ORDER-LINE.
           MOVE WS-OL-LINE-PART (WS-OL-IX) TO IN-LINE-PART
           *> 明細を発信支店の読取件数に数える（拒否でもどの支店から
           *> 来たかは集計に残す）
           IF WS-BRN-POS > 0
               ADD 1 TO WS-BRN-READ (WS-BRN-POS)
           END-IF

           *> 見出しで落ちた注文は全明細が同じ理由で落ちる
           MOVE WS-HDR-VALID     TO WS-CUST-VALID
           MOVE WS-HDR-REASON-CD TO WS-REJECT-REASON-CD
           MOVE WS-HDR-REASON-TX TO WS-REJECT-REASON-TX

           IF CUST-IS-VALID
               PERFORM VALIDATE-LINE-IDENTITY
           END-IF

           *> カタログがあれば品目と単価も検証する（差替方式なら
           *> ここでIN-UNIT-PRICEがカタログ価格に置き換わる）
           MOVE SPACE TO WS-PRICE-FLAG
               PERFORM VERIFY-ITEM-PRICE
           END-IF

           *> 税率表があれば発信支店の課税地域で明細の税を出す
           *> （与信は税込で判定するので与信より前に計算する）
           MOVE SPACES TO WS-TAX-JURIS
           MOVE SPACE  TO WS-TAX-FLAG
           MOVE 0      TO WS-TAX-RATE
           MOVE 0      TO WS-TAX-AMOUNT
           IF CUST-IS-VALID AND TAXRATE-PRESENT AND BRCHMAST-PRESENT
               PERFORM COMPUTE-SALES-TAX
           END-IF

           *> 差替後の単価も含めて明細表へ書き戻す
           MOVE IN-LINE-PART        TO WS-OL-LINE-PART (WS-OL-IX)
           MOVE WS-CUST-VALID       TO WS-OL-VALID (WS-OL-IX)
           MOVE WS-REJECT-REASON-CD TO WS-OL-REASON-CD (WS-OL-IX)
           MOVE WS-REJECT-REASON-TX TO WS-OL-REASON-TX (WS-OL-IX)
           MOVE WS-PRICE-FLAG       TO WS-OL-PRICE-FLAG (WS-OL-IX)
           MOVE SPACE               TO WS-OL-STOCK-FLAG (WS-OL-IX)
           MOVE "N"                 TO WS-OL-ALLOC (WS-OL-IX)
           MOVE WS-TAX-JURIS        TO WS-OL-TAX-JURIS (WS-OL-IX)
           MOVE WS-TAX-FLAG         TO WS-OL-TAX-FLAG (WS-OL-IX)
           MOVE WS-TAX-RATE         TO WS-OL-TAX-RATE (WS-OL-IX)
           MOVE WS-TAX-AMOUNT       TO WS-OL-TAX-AMOUNT (WS-OL-IX)

           IF CUST-IS-VALID
               COMPUTE WS-TOTAL ROUNDED = IN-QTY * IN-UNIT-PRICE
               ADD WS-TOTAL      TO WS-CRED-TOTAL
               ADD WS-TAX-AMOUNT TO WS-CRED-TOTAL
           ELSE
               ADD 1 TO WS-ORD-FAIL-COUNT
           END-IF
           .

       VALIDATE-LINE-IDENTITY.
           *> 明細番号が使い物になるか、同じ注文内で重なっていないか、
           *> 既に計上済みの明細でないかを順に確認する
           IF IN-LINE-NO NOT NUMERIC OR IN-LINE-NO = 0
               SET CUST-IS-INVALID TO TRUE
               MOVE "LN" TO WS-REJECT-REASON-CD
               MOVE "LINE NUMBER MISSING OR BAD"
                   TO WS-REJECT-REASON-TX
           END-IF

           IF CUST-IS-VALID
               MOVE 1 TO WS-OL-JX
               PERFORM UNTIL WS-OL-JX >= WS-OL-IX
                   IF WS-OL-LINE-NO (WS-OL-JX) = IN-LINE-NO
                       SET CUST-IS-INVALID TO TRUE
                       MOVE "DL" TO WS-REJECT-REASON-CD
                       MOVE "LINE NUMBER REPEATED ON ORDER"
                           TO WS-REJECT-REASON-TX
                       MOVE WS-OL-IX TO WS-OL-JX
                   ELSE
                       ADD 1 TO WS-OL-JX
                   END-IF
               END-PERFORM
           END-IF

           IF CUST-IS-VALID
               MOVE IN-ORDER-NO TO OH-ORDER-NO
               MOVE IN-LINE-NO  TO OH-LINE-NO
               READ ORDHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUST-IS-INVALID TO TRUE
                       MOVE "DU" TO WS-REJECT-REASON-CD
                       MOVE "ORDER LINE ALREADY POSTED"
                           TO WS-REJECT-REASON-TX
               END-READ
           END-IF
           .

       FAIL-REMAINING-LINES.
           *> まだ通っている明細をWS-REJECT-REASON-CD/TXの理由で落とす
           MOVE 1 TO WS-OL-JX
           PERFORM UNTIL WS-OL-JX > WS-OL-COUNT
               IF OL-IS-VALID (WS-OL-JX)
                   SET OL-IS-INVALID (WS-OL-JX) TO TRUE
                   MOVE WS-REJECT-REASON-CD
                       TO WS-OL-REASON-CD (WS-OL-JX)
                   MOVE WS-REJECT-REASON-TX
                       TO WS-OL-REASON-TX (WS-OL-JX)
                   ADD 1 TO WS-ORD-FAIL-COUNT
               END-IF
               ADD 1 TO WS-OL-JX
           END-PERFORM
           .

       ALLOCATE-ORDER-LINE.
           MOVE WS-OL-LINE-PART (WS-OL-IX) TO IN-LINE-PART
           SET CUST-IS-VALID TO TRUE
           MOVE SPACE TO WS-STOCK-FLAG
           PERFORM ALLOCATE-STOCK
           IF CUST-IS-INVALID
               SET OL-IS-INVALID (WS-OL-IX) TO TRUE
               MOVE WS-REJECT-REASON-CD TO WS-OL-REASON-CD (WS-OL-IX)
               MOVE WS-REJECT-REASON-TX TO WS-OL-REASON-TX (WS-OL-IX)
               ADD 1 TO WS-ORD-FAIL-COUNT
           ELSE
               MOVE WS-STOCK-FLAG TO WS-OL-STOCK-FLAG (WS-OL-IX)
               IF WS-STOCK-FLAG = SPACE
                   MOVE "Y" TO WS-OL-ALLOC (WS-OL-IX)
               END-IF
           END-IF
           .

       RELEASE-ORDER-STOCK.
           *> 引き落とし済みの明細の数量を在庫マスターへ足し戻す
           MOVE 1 TO WS-OL-JX
           PERFORM UNTIL WS-OL-JX > WS-OL-COUNT
               IF OL-ALLOCATED (WS-OL-JX)
                   MOVE WS-OL-ITEM-CODE (WS-OL-JX) TO SK-ITEM-CODE
                   READ STOCKMAST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-OL-QTY (WS-OL-JX) TO SK-QTY-ON-HAND
                           REWRITE STOCKMAST-REC
                   END-READ
                   MOVE "N" TO WS-OL-ALLOC (WS-OL-JX)
               END-IF
               ADD 1 TO WS-OL-JX
           END-PERFORM
           .

       LOAD-ORDER-LINE.
           *> 明細表の1件を計上・拒否の作業域へ戻す
           MOVE WS-OL-LINE-PART (WS-OL-IX)  TO IN-LINE-PART
           MOVE WS-OL-PRICE-FLAG (WS-OL-IX) TO WS-PRICE-FLAG
           MOVE WS-OL-STOCK-FLAG (WS-OL-IX) TO WS-STOCK-FLAG
           MOVE WS-OL-TAX-JURIS (WS-OL-IX)  TO WS-TAX-JURIS
           MOVE WS-OL-TAX-FLAG (WS-OL-IX)   TO WS-TAX-FLAG
           MOVE WS-OL-TAX-RATE (WS-OL-IX)   TO WS-TAX-RATE
           MOVE WS-OL-TAX-AMOUNT (WS-OL-IX) TO WS-TAX-AMOUNT
           .

       POST-ORDER-LINE.
           *> MOVEで出力項目へ転送
           MOVE "D"            TO OUT-REC-TYPE
           MOVE IN-CUST-ID     TO OUT-CUST-ID
           MOVE IN-NAME        TO OUT-NAME
           MOVE IN-QTY         TO OUT-QTY
           MOVE IN-UNIT-PRICE  TO OUT-UNIT-PRICE

           *> 合計計算（セント未満は四捨五入）
           COMPUTE WS-TOTAL ROUNDED = IN-QTY * IN-UNIT-PRICE
           MOVE WS-TOTAL TO OUT-TOTAL

           *> 数量に応じた注文規模の階層コードを設定
           IF IN-QTY >= WS-BULK-THRESH
               MOVE "B" TO OUT-TIER-CODE
           ELSE
               IF IN-QTY >= WS-LARGE-THRESH
                   MOVE "L" TO OUT-TIER-CODE
               ELSE
                   MOVE "S" TO OUT-TIER-CODE
               END-IF
           END-IF

           MOVE WS-PRICE-FLAG  TO OUT-PRICE-FLAG
           MOVE WS-STOCK-FLAG  TO OUT-STOCK-FLAG
           MOVE IN-ITEM-CODE   TO OUT-ITEM-CODE
           MOVE IN-BRANCH-CODE TO OUT-BRANCH-CODE
           MOVE WS-TAX-AMOUNT  TO OUT-TAX-AMOUNT
           MOVE WS-TAX-JURIS   TO OUT-TAX-JURIS
           MOVE WS-TAX-FLAG    TO OUT-TAX-FLAG
           MOVE IN-ORDER-NO    TO OUT-ORDER-NO
           MOVE IN-LINE-NO     TO OUT-LINE-NO
           MOVE SPACES         TO OUT-FILLER

           *> 固定長出力
           WRITE OUTREC

           ADD 1          TO WS-OUT-REC-COUNT
           ADD WS-TOTAL   TO WS-OUT-TOTAL-SUM
           ADD WS-TAX-AMOUNT TO WS-OUT-TAX-SUM
           IF WS-BRN-POS > 0
               ADD 1        TO WS-BRN-POSTED (WS-BRN-POS)
               ADD WS-TOTAL TO WS-BRN-VALUE (WS-BRN-POS)
           END-IF
           IF OUT-TIER-CODE NOT = "S"
               ADD 1      TO WS-OUT-BIG-COUNT
           END-IF
           MOVE IN-CUST-ID TO WS-LAST-WRTN-CUST-ID

           *> 計上した分だけ売掛残高を借記し、仕訳帳にも残す
           PERFORM POST-RECEIVABLE

           *> 課税地域のある明細は非課税分も含めて税仕訳に残す
           IF WS-TAX-JURIS NOT = SPACES
               PERFORM RECORD-TAX-JOURNAL
           END-IF

           *> 計上できた明細だけを履歴に残す（拒否された明細は
           *> 修正後の再提出を受け付けたいので残さない）
           PERFORM RECORD-ORDER-HISTORY

           *> B印で計上した明細は入荷待ちとして未引当ファイルへ
           IF WS-STOCK-FLAG = "B" AND BACKORD-PRESENT
               PERFORM RECORD-BACKORDER
           END-IF
           .

           .

       VALIDATE-ORDER-IDENTITY.
           *> 注文番号・注文日付が使い物になるか、日付が許容範囲内かを
           *> 順に確認する（計上済みかどうかは明細単位で見る）
           IF IN-ORDER-NO NOT NUMERIC OR IN-ORDER-NO = 0
               SET CUST-IS-INVALID TO TRUE
               MOVE "ON" TO WS-REJECT-REASON-CD
                       TO WS-REJECT-REASON-TX
               END-IF
           END-IF
           .

       VERIFY-ITEM-PRICE.
           END-IF
           .

       OPEN-BACKORDER-FILE.
           *> 初回はBACKORD.DATがまだ無いのでOUTPUTで空の索引
           *> ファイルを作ってからI-Oで開き直す（ORDHISTと同じ）
           OPEN I-O BACKORD
           IF BACKORD-MISSING
               OPEN OUTPUT BACKORD
               CLOSE BACKORD
               OPEN I-O BACKORD
           END-IF
           IF BACKORD-OK
               SET BACKORD-PRESENT TO TRUE
           ELSE
               DISPLAY "MVP01: CANNOT OPEN BACKORD.DAT, STATUS="
                   WS-BACKORD-STATUS
           END-IF
           .

       RECORD-BACKORDER.
           *> 満数を未引当として残す（在庫は引き落としていないので
           *> MVP10の入荷時に満数で引き当てる）
           MOVE IN-ITEM-CODE   TO BO-ITEM-CODE
           MOVE IN-ORDER-DATE  TO BO-ORDER-DATE
           MOVE IN-ORDER-NO    TO BO-ORDER-NO
           MOVE IN-LINE-NO     TO BO-LINE-NO
           MOVE IN-CUST-ID     TO BO-CUST-ID
           MOVE IN-QTY         TO BO-QTY
           MOVE IN-BRANCH-CODE TO BO-BRANCH-CODE
           MOVE SPACES         TO BO-FILLER
           *> リスタートで再計上した明細は既に載っているので黙って無視
           WRITE BACKORD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       CHECK-CREDIT-LIMIT.
           *> 限度0は限度なしの扱い。CUSTMAST-RECはVALIDATE-CUSTOMERで
           *> 読んだ行がそのまま残っている。WS-CRED-TOTALは通った明細の
           *> 税込金額をVALIDATE-ORDER-LINEが積み上げたもの
           IF CM-CREDIT-LIMIT = 0
               CONTINUE
           ELSE
                   NOT INVALID KEY
                       MOVE AR-BALANCE TO WS-CRED-BALANCE
               END-READ
               IF WS-CRED-BALANCE + WS-CRED-TOTAL > CM-CREDIT-LIMIT
                   SET CUST-IS-INVALID TO TRUE
                   MOVE "CH" TO WS-REJECT-REASON-CD
           .

       POST-RECEIVABLE.
           *> 残高マスターへ税込金額を借記（行が無ければ今回金額で
           *> 新規作成）。顧客に請求するのは税込なので仕訳帳も税込
           COMPUTE WS-AR-DEBIT = WS-TOTAL + WS-TAX-AMOUNT
           MOVE IN-CUST-ID TO AR-CUST-ID
           READ ARBAL
               INVALID KEY
                   MOVE IN-CUST-ID  TO AR-CUST-ID
                   MOVE WS-AR-DEBIT TO AR-BALANCE
                   WRITE ARBAL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-AR-DEBIT TO AR-BALANCE
                   REWRITE ARBAL-REC
           END-READ

           MOVE IN-CUST-ID    TO AJ-CUST-ID
           MOVE WS-RUN-DATE   TO AJ-TRAN-DATE
           MOVE "D"           TO AJ-TRAN-TYPE
           MOVE WS-AR-DEBIT   TO AJ-AMOUNT
           MOVE IN-ORDER-NO   TO AJ-REF
           MOVE SPACES        TO AJ-FILLER
           WRITE ARJRNL-REC
           .

       COMPUTE-SALES-TAX.
           *> 課税地域は発信支店から引く（BRCHMAST-RECはVALIDATE-BRANCH
           *> で読んだ行がそのまま残っている）。地域の無い支店は非課税
           MOVE BR-TAX-JURIS TO WS-TAX-JURIS
           IF WS-TAX-JURIS NOT = SPACES
               *> 注文日付で有効な非課税証明のある顧客は税0で印だけ
               IF TAXEXMPT-PRESENT
                   MOVE IN-CUST-ID TO TE-CUST-ID
                   READ TAXEXMPT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TE-EXPIRY-DATE = 0
                              OR TE-EXPIRY-DATE NOT < IN-ORDER-DATE
                               MOVE "E" TO WS-TAX-FLAG
                           END-IF
                   END-READ
               END-IF
               PERFORM LOOKUP-TAX-RATE
               *> 税率の無い地域の注文は税額が決められないので弾く
               *> （理由TX。税率表の整備漏れを翌朝に気付かせる）。
               *> 非課税の顧客は税0で決まるので弾かず、地域だけ残して
               *> 税仕訳に載せる
               IF WS-TAX-FLAG = "E"
                   MOVE 0 TO WS-TAX-AMOUNT
               END-IF
               IF NOT TAX-RATE-FOUND AND WS-TAX-FLAG NOT = "E"
                   SET CUST-IS-INVALID TO TRUE
                   MOVE "TX" TO WS-REJECT-REASON-CD
                   MOVE "NO TAX RATE FOR JURISDICTION"
                       TO WS-REJECT-REASON-TX
               END-IF
           END-IF

           *> 税は明細ごとに税抜金額へ税率を掛けて円未満を四捨五入
           IF CUST-IS-VALID AND WS-TAX-JURIS NOT = SPACES
              AND WS-TAX-FLAG NOT = "E"
               COMPUTE WS-TAXABLE-AMOUNT ROUNDED =
                   IN-QTY * IN-UNIT-PRICE
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TAXABLE-AMOUNT * WS-TAX-RATE / 100
           END-IF
           .

       LOOKUP-TAX-RATE.
           *> 税率表をその地域の先頭から昇順に読み、適用開始日が
           *> 注文日付を超えない最後の行の税率を採用する
           *> （LOOKUP-EFFECTIVE-PRICEと同じ前から詰めるやり方）
           MOVE "N" TO WS-TAX-RATE-FOUND
           MOVE WS-TAX-JURIS TO TX-JURIS
           MOVE 0            TO TX-EFF-DATE
           MOVE "N" TO WS-TX-EOF
           START TAXRATE KEY NOT LESS TX-RATE-KEY
               INVALID KEY
                   SET TX-EOF TO TRUE
           END-START
           PERFORM UNTIL TX-EOF
               READ TAXRATE NEXT RECORD
                   AT END
                       SET TX-EOF TO TRUE
                   NOT AT END
                       IF TX-JURIS NOT = WS-TAX-JURIS
                          OR TX-EFF-DATE > IN-ORDER-DATE
                           SET TX-EOF TO TRUE
                       ELSE
                           MOVE TX-RATE-PCT TO WS-TAX-RATE
                           SET TAX-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       RECORD-TAX-JOURNAL.
           *> 計上した実行日の期間で月次集計されるよう実行日で残す
           MOVE WS-TAX-JURIS      TO TJ-JURIS
           MOVE WS-RUN-DATE       TO TJ-POST-DATE
           MOVE "S"               TO TJ-TRAN-TYPE
           MOVE WS-TAX-FLAG       TO TJ-TAX-FLAG
           MOVE IN-CUST-ID        TO TJ-CUST-ID
           MOVE IN-ORDER-NO       TO TJ-ORDER-NO
           MOVE WS-TOTAL          TO TJ-SALES-AMOUNT
           MOVE WS-TAX-AMOUNT     TO TJ-TAX-AMOUNT
           MOVE WS-TAX-RATE       TO TJ-RATE-PCT
           MOVE IN-BRANCH-CODE    TO TJ-BRANCH-CODE
           MOVE SPACES            TO TJ-FILLER
           WRITE TAXJRNL-REC
           .

       LOOKUP-EFFECTIVE-PRICE.
           *> 履歴をその品目の先頭から昇順に読み、適用開始日が
           *> 注文日付を超えない最後の行の価格を採用する（STARTは
           .

       RECORD-ORDER-HISTORY.
           MOVE IN-ORDER-NO    TO OH-ORDER-NO
           MOVE IN-LINE-NO     TO OH-LINE-NO
           MOVE IN-ORDER-DATE  TO OH-ORDER-DATE
           MOVE IN-CUST-ID     TO OH-CUST-ID
           MOVE IN-ITEM-CODE   TO OH-ITEM-CODE
           MOVE IN-QTY         TO OH-QTY
           MOVE IN-UNIT-PRICE  TO OH-UNIT-PRICE
           MOVE WS-TOTAL       TO OH-TOTAL
           MOVE IN-BRANCH-CODE TO OH-BRANCH-CODE
           MOVE WS-STOCK-FLAG  TO OH-STOCK-FLAG
           MOVE WS-RUN-DATE    TO OH-POST-DATE
           MOVE 0              TO OH-RETURNED-QTY
           MOVE WS-TAX-AMOUNT  TO OH-TAX-AMOUNT
           MOVE WS-TAX-JURIS   TO OH-TAX-JURIS
           MOVE WS-TAX-FLAG    TO OH-TAX-FLAG
           MOVE SPACES         TO OH-FILLER
           *> リスタート時に計上済み区間を読み飛ばさず再計上した場合
           *> でも二重登録にはならない（キー重複は黙って無視）
           WRITE ORDHIST-REC
           MOVE IN-ORDER-DATE    TO RJ-ORDER-DATE
           MOVE IN-ITEM-CODE     TO RJ-ITEM-CODE
           MOVE IN-BRANCH-CODE   TO RJ-BRANCH-CODE
           MOVE IN-LINE-NO       TO RJ-LINE-NO
           WRITE REJREC
           ADD 1 TO WS-REJECT-COUNT
           IF WS-BRN-POS > 0
           MOVE "MVP01"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-IN-LINE-COUNT TO AL-IN-COUNT
           MOVE WS-OUT-REC-COUNT TO AL-OUT-COUNT
           MOVE WS-REJECT-COUNT  TO AL-REJECT-COUNT
           MOVE SPACES           TO AL-FILLER
