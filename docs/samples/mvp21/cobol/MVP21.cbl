       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 購買が起こす仕入先マスターと品目別仕入先割当の保守
           *> トランザクション
           SELECT TRANFILE
               ASSIGN TO "VENDTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
           *> 仕入先マスター（MVP22の発注書の宛先）
           SELECT VENDMAST
               ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VENDMAST-STATUS.
           *> 品目ごとの発注先・発注数量・リードタイム（1品目1仕入先）
           SELECT ITEMVEND
               ASSIGN TO "ITEMVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-ITEM-CODE
               FILE STATUS IS WS-ITEMVEND-STATUS.
           *> 割当品目の実在確認に使う（あるときだけ）
           SELECT ITEMMAST
               ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP21RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 拒否明細はいったん作業ファイルへ退避し、適用明細を
           *> 書き終えた後でレポート末尾の拒否セクションへまとめ直す
           *> （MVP03・MVP06と同じ方式）
           SELECT REJWORK
               ASSIGN TO "MVP21REJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 保守トランザクション。種別V=仕入先（A=追加 U=更新 D=無効化）
       *> 種別S=品目の仕入先割当（A=追加 U=更新 D=削除）
       FD  TRANFILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  TRANREC.
           05 TR-REC-TYPE       PIC X(1).
               88 TR-VENDOR               VALUE "V".
               88 TR-SUPPLY               VALUE "S".
           05 TR-ACTION         PIC X(1).
               88 TR-ADD                  VALUE "A".
               88 TR-UPDATE               VALUE "U".
               88 TR-DEACT                VALUE "D".
           05 TR-VENDOR-ID      PIC 9(5).
           05 TR-VENDOR-DATA.
              10 TR-VENDOR-NAME PIC X(20).
              10 TR-STATUS      PIC X(1).
                  88 TR-STATUS-VALID      VALUES "A" "I".
           *> 割当の項目。更新では0なら現状維持（MVP06の価格と同じ流儀）
           05 TR-SUPPLY-DATA REDEFINES TR-VENDOR-DATA.
              10 TR-ITEM-CODE   PIC X(6).
              10 TR-ORDER-QTY   PIC 9(7).
              10 TR-LEAD-DAYS   PIC 9(3).
              10 FILLER         PIC X(5).

       *> 仕入先マスター（MVP22と同じレイアウト）
       FD  VENDMAST
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  VENDMAST-REC.
           05 VM-VENDOR-ID      PIC 9(5).
           05 VM-VENDOR-NAME    PIC X(20).
           05 VM-STATUS         PIC X(1).
               88 VM-ACTIVE               VALUE "A".
           05 VM-FILLER         PIC X(14).

       *> 品目別仕入先割当（MVP22と同じレイアウト）
       FD  ITEMVEND
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  ITEMVEND-REC.
           05 IV-ITEM-CODE      PIC X(6).
           05 IV-VENDOR-ID      PIC 9(5).
           *> 1回の発注数量（発注点割れのたびにこの数量で発注する）
           05 IV-ORDER-QTY      PIC 9(7).
           *> 発注から入荷までの日数（発注書の納期に使う）
           05 IV-LEAD-DAYS      PIC 9(3).
           05 IV-FILLER         PIC X(9).

       *> MVP06が保守する品目カタログと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  ITEMMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  ITEMMAST-REC.
           05 IT-ITEM-CODE      PIC X(6).
           05 IT-ITEM-DESC      PIC X(20).
           05 IT-UNIT-PRICE     PIC 9(3)V99.
           05 IT-STATUS         PIC X(1).
               88 IT-ACTIVE               VALUE "A".

       *> マスター変更ジャーナル（MVP03・MVP06・MVP10・MVP13・MVP21・
       *> MVP23・MVP24・MVP26・MVP28と同じレイアウト。共通コピー
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

       FD  REJWORK
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REJWORK-REC          PIC X(80).

       *> 実行履歴を残す共通監査ログ（MVP01・MVP02と同じ1行1実行形式）
       FD  AUDITLOG
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05 AL-PROGRAM-ID     PIC X(8).
           05 AL-RUN-DATE       PIC 9(8).
           05 AL-RUN-TIME       PIC 9(8).
           05 AL-IN-COUNT       PIC 9(7).
           05 AL-OUT-COUNT      PIC 9(7).
           05 AL-REJECT-COUNT   PIC 9(7).
           05 AL-FILLER         PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                         VALUE "Y".

       01  WS-TRANFILE-STATUS   PIC X(2) VALUE SPACES.
           88 TRANFILE-OK                 VALUE "00".

       01  WS-VENDMAST-STATUS   PIC X(2) VALUE SPACES.
           88 VENDMAST-OK                 VALUE "00".
           88 VENDMAST-MISSING            VALUE "35".

       01  WS-ITEMVEND-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMVEND-OK                 VALUE "00".
           88 ITEMVEND-MISSING            VALUE "35".

       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMMAST-OK                 VALUE "00".

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".

       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> 品目カタログがあるときだけ割当品目の実在確認を行う
       *> （MVP10と同じ「あれば使う」方式）
       01  WS-ITEMMAST-PRESENT  PIC X VALUE "N".
           88 ITEMMAST-PRESENT            VALUE "Y".

       01  WS-TRAN-VALID        PIC X VALUE "N".
           88 TRAN-IS-VALID               VALUE "Y".
           88 TRAN-IS-INVALID             VALUE "N".

       01  WS-REJECT-REASON-CD  PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TX  PIC X(29) VALUE SPACES.

       *> 変更前・変更後イメージ（報告用に種別ごとの項目を1行へ編集）
       01  WS-BEFORE-IMAGE      PIC X(20) VALUE SPACES.
       01  WS-AFTER-IMAGE       PIC X(20) VALUE SPACES.
       01  WS-IMAGE-WORK.
           05 WS-IMG-VENDOR-ID  PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-ORDER-QTY  PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-LEAD-DAYS  PIC 9(3).
           05 FILLER            PIC X(3) VALUE SPACES.

       *> 変更ジャーナル用に退避する変更前の値
       01  WS-BEFORE-VENDOR-NAME PIC X(20) VALUE SPACES.
       01  WS-BEFORE-VM-STATUS  PIC X(1) VALUE SPACE.
       01  WS-BEFORE-VENDOR-ID  PIC 9(5) VALUE 0.
       01  WS-BEFORE-ORDER-QTY  PIC 9(7) VALUE 0.
       01  WS-BEFORE-LEAD-DAYS  PIC 9(3) VALUE 0.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT         PIC 9(5) VALUE 0.
       01  WS-UPD-COUNT         PIC 9(5) VALUE 0.
       01  WS-DEA-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJ-COUNT         PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.

       *> 変更ジャーナル1行分の作業域（呼び出し側が項目と前後の値を
       *> 詰めてからWRITE-CHANGE-ENTRYを呼ぶ）
       01  WS-CHG-MASTER        PIC X(8) VALUE SPACES.
       01  WS-CHG-KEY           PIC X(14) VALUE SPACES.
       01  WS-CHG-FIELD         PIC X(16) VALUE SPACES.
       01  WS-CHG-BEFORE        PIC X(20) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(20) VALUE SPACES.
       01  WS-CHG-NUM-ED        PIC Z(6)9.

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

       *> レポート明細の編集用（適用分・拒否分で共用）
       01  WS-DETAIL-LINE.
           05 WS-DTL-REC-TYPE   PIC X(1).
           05 WS-DTL-ACTION     PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-KEY        PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-BEFORE     PIC X(20).
           05 FILLER            PIC X(2) VALUE "->".
           05 WS-DTL-AFTER      PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON     PIC X(27).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT TRANFILE
           IF NOT TRANFILE-OK
               DISPLAY "MVP21: CANNOT OPEN VENDTRAN.DAT, STATUS="
                   WS-TRANFILE-STATUS
               GOBACK
           END-IF

           *> 初回は両マスターがまだ無いことがあるのでOUTPUTで
           *> 空の索引ファイルを作ってからI-Oで開き直す
           OPEN I-O VENDMAST
           IF VENDMAST-MISSING
               OPEN OUTPUT VENDMAST
               CLOSE VENDMAST
               OPEN I-O VENDMAST
           END-IF
           IF NOT VENDMAST-OK
               DISPLAY "MVP21: CANNOT OPEN VENDMAST.DAT, STATUS="
                   WS-VENDMAST-STATUS
               CLOSE TRANFILE
               GOBACK
           END-IF

           OPEN I-O ITEMVEND
           IF ITEMVEND-MISSING
               OPEN OUTPUT ITEMVEND
               CLOSE ITEMVEND
               OPEN I-O ITEMVEND
           END-IF
           IF NOT ITEMVEND-OK
               DISPLAY "MVP21: CANNOT OPEN ITEMVEND.DAT, STATUS="
                   WS-ITEMVEND-STATUS
               CLOSE TRANFILE VENDMAST
               GOBACK
           END-IF

           OPEN INPUT ITEMMAST
           IF ITEMMAST-OK
               SET ITEMMAST-PRESENT TO TRUE
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
               READ TRANFILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM PROCESS-ONE-TRAN
               END-READ
           END-PERFORM

           CLOSE TRANFILE VENDMAST ITEMVEND MCHGJRNL REJWORK
           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPFILE

           DISPLAY "MVP21: " WS-APPLIED-COUNT
               " TRANSACTION(S) APPLIED, " WS-REJ-COUNT
               " REJECTED, SEE MVP21RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       PROCESS-ONE-TRAN.
           SET TRAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CD
           MOVE SPACES TO WS-REJECT-REASON-TX
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE

           EVALUATE TRUE
               WHEN NOT TR-ADD AND NOT TR-UPDATE AND NOT TR-DEACT
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BA" TO WS-REJECT-REASON-CD
                   MOVE "BAD ACTION CODE"
                       TO WS-REJECT-REASON-TX
               WHEN TR-VENDOR-ID NOT NUMERIC OR TR-VENDOR-ID = 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BV" TO WS-REJECT-REASON-CD
                   MOVE "VENDOR ID MISSING OR BAD"
                       TO WS-REJECT-REASON-TX
               WHEN TR-VENDOR
                   PERFORM APPLY-VENDOR-TRAN
               WHEN TR-SUPPLY
                   PERFORM APPLY-SUPPLY-TRAN
               WHEN OTHER
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BT" TO WS-REJECT-REASON-CD
                   MOVE "BAD RECORD TYPE"
                       TO WS-REJECT-REASON-TX
           END-EVALUATE

           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-APPLIED-LINE
           END-IF
           .

       APPLY-VENDOR-TRAN.
           EVALUATE TRUE
               WHEN TR-ADD
                   PERFORM APPLY-VENDOR-ADD
               WHEN TR-UPDATE
                   PERFORM APPLY-VENDOR-UPDATE
               WHEN TR-DEACT
                   PERFORM APPLY-VENDOR-DEACTIVATE
           END-EVALUATE
           .

       APPLY-VENDOR-ADD.
           *> 追加の状態コードは未指定ならAで登録、A/I以外は拒否
           IF TR-STATUS = SPACE
               MOVE "A" TO TR-STATUS
           END-IF
           IF NOT TR-STATUS-VALID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BS" TO WS-REJECT-REASON-CD
               MOVE "BAD STATUS CODE" TO WS-REJECT-REASON-TX
           END-IF

           IF TRAN-IS-VALID
               MOVE TR-VENDOR-ID   TO VM-VENDOR-ID
               MOVE TR-VENDOR-NAME TO VM-VENDOR-NAME
               MOVE TR-STATUS      TO VM-STATUS
               MOVE SPACES         TO VM-FILLER
               WRITE VENDMAST-REC
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DA" TO WS-REJECT-REASON-CD
                       MOVE "DUPLICATE ADD - ID ON FILE"
                           TO WS-REJECT-REASON-TX
               END-WRITE
           END-IF
           IF TRAN-IS-VALID
               ADD 1 TO WS-ADD-COUNT
               PERFORM EDIT-VENDOR-AFTER
               PERFORM JOURNAL-VENDOR-CHANGES
           END-IF
           .

       APPLY-VENDOR-UPDATE.
           *> 名前・状態とも空欄の項目は現状維持（MVP03と同じ流儀）
           IF TR-STATUS NOT = SPACE AND NOT TR-STATUS-VALID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BS" TO WS-REJECT-REASON-CD
               MOVE "BAD STATUS CODE" TO WS-REJECT-REASON-TX
           ELSE
               PERFORM READ-VENDOR-FOR-CHANGE
           END-IF

           IF TRAN-IS-VALID
               IF TR-VENDOR-NAME NOT = SPACES
                   MOVE TR-VENDOR-NAME TO VM-VENDOR-NAME
               END-IF
               IF TR-STATUS NOT = SPACE
                   MOVE TR-STATUS TO VM-STATUS
               END-IF
               REWRITE VENDMAST-REC
               ADD 1 TO WS-UPD-COUNT
               PERFORM EDIT-VENDOR-AFTER
               PERFORM JOURNAL-VENDOR-CHANGES
           END-IF
           .

       APPLY-VENDOR-DEACTIVATE.
           *> 無効化した仕入先へはMVP22が発注しない（割当は残す）
           PERFORM READ-VENDOR-FOR-CHANGE
           IF TRAN-IS-VALID
               MOVE "I" TO VM-STATUS
               REWRITE VENDMAST-REC
               ADD 1 TO WS-DEA-COUNT
               PERFORM EDIT-VENDOR-AFTER
               PERFORM JOURNAL-VENDOR-CHANGES
           END-IF
           .

       READ-VENDOR-FOR-CHANGE.
           *> 変更系は既存レコードが前提。読めたら変更前イメージを退避
           MOVE TR-VENDOR-ID TO VM-VENDOR-ID
           READ VENDMAST
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "NF" TO WS-REJECT-REASON-CD
                   MOVE "VENDOR ID NOT ON VENDMAST"
                       TO WS-REJECT-REASON-TX
               NOT INVALID KEY
                   MOVE VM-VENDOR-NAME TO WS-BEFORE-VENDOR-NAME
                   MOVE VM-STATUS      TO WS-BEFORE-VM-STATUS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   STRING VM-VENDOR-NAME (1:18) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VM-STATUS DELIMITED BY SIZE
                          INTO WS-BEFORE-IMAGE
                   END-STRING
           END-READ
           .

       EDIT-VENDOR-AFTER.
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING VM-VENDOR-NAME (1:18) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VM-STATUS DELIMITED BY SIZE
                  INTO WS-AFTER-IMAGE
           END-STRING
           .

       APPLY-SUPPLY-TRAN.
           IF TR-ITEM-CODE = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BI" TO WS-REJECT-REASON-CD
               MOVE "ITEM CODE MISSING"
                   TO WS-REJECT-REASON-TX
           END-IF

           *> 割当先の仕入先は登録済みであること（無効化済みでも
           *> 割当の付け替え・削除はできるように状態は見ない）
           IF TRAN-IS-VALID
               MOVE TR-VENDOR-ID TO VM-VENDOR-ID
               READ VENDMAST
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "NV" TO WS-REJECT-REASON-CD
                       MOVE "VENDOR ID NOT ON VENDMAST"
                           TO WS-REJECT-REASON-TX
               END-READ
           END-IF

           IF TRAN-IS-VALID AND ITEMMAST-PRESENT AND NOT TR-DEACT
               MOVE TR-ITEM-CODE TO IT-ITEM-CODE
               READ ITEMMAST
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "NI" TO WS-REJECT-REASON-CD
                       MOVE "ITEM CODE NOT ON CATALOG"
                           TO WS-REJECT-REASON-TX
               END-READ
           END-IF

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TR-ADD
                       PERFORM APPLY-SUPPLY-ADD
                   WHEN TR-UPDATE
                       PERFORM APPLY-SUPPLY-UPDATE
                   WHEN TR-DEACT
                       PERFORM APPLY-SUPPLY-DELETE
               END-EVALUATE
           END-IF
           .

       APPLY-SUPPLY-ADD.
           *> 発注数量0の割当は発注に使えないので受けない
           IF TR-ORDER-QTY NOT NUMERIC OR TR-ORDER-QTY = 0
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BQ" TO WS-REJECT-REASON-CD
               MOVE "ORDER QUANTITY MISSING"
                   TO WS-REJECT-REASON-TX
           END-IF
           IF TRAN-IS-VALID AND TR-LEAD-DAYS NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BL" TO WS-REJECT-REASON-CD
               MOVE "LEAD TIME NOT NUMERIC"
                   TO WS-REJECT-REASON-TX
           END-IF

           IF TRAN-IS-VALID
               MOVE TR-ITEM-CODE   TO IV-ITEM-CODE
               MOVE TR-VENDOR-ID   TO IV-VENDOR-ID
               MOVE TR-ORDER-QTY   TO IV-ORDER-QTY
               MOVE TR-LEAD-DAYS   TO IV-LEAD-DAYS
               MOVE SPACES         TO IV-FILLER
               WRITE ITEMVEND-REC
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DA" TO WS-REJECT-REASON-CD
                       MOVE "ITEM ALREADY ASSIGNED"
                           TO WS-REJECT-REASON-TX
               END-WRITE
           END-IF
           IF TRAN-IS-VALID
               ADD 1 TO WS-ADD-COUNT
               PERFORM EDIT-SUPPLY-AFTER
               PERFORM JOURNAL-SUPPLY-CHANGES
           END-IF
           .

       APPLY-SUPPLY-UPDATE.
           *> 仕入先の付け替えはトランの仕入先で、数量・日数は0なら
           *> 現状維持
           PERFORM READ-SUPPLY-FOR-CHANGE
           IF TRAN-IS-VALID
               MOVE TR-VENDOR-ID TO IV-VENDOR-ID
               IF TR-ORDER-QTY NUMERIC AND TR-ORDER-QTY NOT = 0
                   MOVE TR-ORDER-QTY TO IV-ORDER-QTY
               END-IF
               IF TR-LEAD-DAYS NUMERIC AND TR-LEAD-DAYS NOT = 0
                   MOVE TR-LEAD-DAYS TO IV-LEAD-DAYS
               END-IF
               REWRITE ITEMVEND-REC
               ADD 1 TO WS-UPD-COUNT
               PERFORM EDIT-SUPPLY-AFTER
               PERFORM JOURNAL-SUPPLY-CHANGES
           END-IF
           .

       APPLY-SUPPLY-DELETE.
           *> 割当の削除はトランの仕入先が今の割当先と一致するときだけ
           *> （別の仕入先への付け替え後の取り消し事故を防ぐ）
           PERFORM READ-SUPPLY-FOR-CHANGE
           IF TRAN-IS-VALID AND IV-VENDOR-ID NOT = TR-VENDOR-ID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "WV" TO WS-REJECT-REASON-CD
               MOVE "ITEM ASSIGNED TO OTHER VENDOR"
                   TO WS-REJECT-REASON-TX
           END-IF
           IF TRAN-IS-VALID
               DELETE ITEMVEND RECORD
               ADD 1 TO WS-DEA-COUNT
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               PERFORM JOURNAL-SUPPLY-DELETE
           END-IF
           .

       READ-SUPPLY-FOR-CHANGE.
           MOVE TR-ITEM-CODE TO IV-ITEM-CODE
           READ ITEMVEND
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "NF" TO WS-REJECT-REASON-CD
                   MOVE "ITEM HAS NO VENDOR ASSIGNED"
                       TO WS-REJECT-REASON-TX
               NOT INVALID KEY
                   MOVE IV-VENDOR-ID TO WS-BEFORE-VENDOR-ID
                   MOVE IV-ORDER-QTY TO WS-BEFORE-ORDER-QTY
                   MOVE IV-LEAD-DAYS TO WS-BEFORE-LEAD-DAYS
                   MOVE IV-VENDOR-ID TO WS-IMG-VENDOR-ID
                   MOVE IV-ORDER-QTY TO WS-IMG-ORDER-QTY
                   MOVE IV-LEAD-DAYS TO WS-IMG-LEAD-DAYS
                   MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
           END-READ
           .

       EDIT-SUPPLY-AFTER.
           MOVE IV-VENDOR-ID TO WS-IMG-VENDOR-ID
           MOVE IV-ORDER-QTY TO WS-IMG-ORDER-QTY
           MOVE IV-LEAD-DAYS TO WS-IMG-LEAD-DAYS
           MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE
           .

       JOURNAL-VENDOR-CHANGES.
           *> 値の変わった項目だけを1項目1行で残す。追加は全項目を
           *> 変更前空欄で残す
           MOVE "VENDMAST"   TO WS-CHG-MASTER
           MOVE VM-VENDOR-ID TO WS-CHG-KEY
           IF TR-ADD OR VM-VENDOR-NAME NOT = WS-BEFORE-VENDOR-NAME
               MOVE "VM-VENDOR-NAME" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES                TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-VENDOR-NAME TO WS-CHG-BEFORE
               END-IF
               MOVE VM-VENDOR-NAME TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR VM-STATUS NOT = WS-BEFORE-VM-STATUS
               MOVE "VM-STATUS" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES              TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-VM-STATUS TO WS-CHG-BEFORE
               END-IF
               MOVE VM-STATUS TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       JOURNAL-SUPPLY-CHANGES.
           *> 割当先の付け替え・発注数量・リードタイムの変化を残す
           MOVE "ITEMVEND"   TO WS-CHG-MASTER
           MOVE IV-ITEM-CODE TO WS-CHG-KEY
           IF TR-ADD OR IV-VENDOR-ID NOT = WS-BEFORE-VENDOR-ID
               MOVE "IV-VENDOR-ID" TO WS-CHG-FIELD
               MOVE SPACES TO WS-CHG-BEFORE
               IF NOT TR-ADD
                   MOVE WS-BEFORE-VENDOR-ID TO WS-CHG-NUM-ED
                   MOVE WS-CHG-NUM-ED       TO WS-CHG-BEFORE
               END-IF
               MOVE IV-VENDOR-ID  TO WS-CHG-NUM-ED
               MOVE WS-CHG-NUM-ED TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR IV-ORDER-QTY NOT = WS-BEFORE-ORDER-QTY
               MOVE "IV-ORDER-QTY" TO WS-CHG-FIELD
               MOVE SPACES TO WS-CHG-BEFORE
               IF NOT TR-ADD
                   MOVE WS-BEFORE-ORDER-QTY TO WS-CHG-NUM-ED
                   MOVE WS-CHG-NUM-ED       TO WS-CHG-BEFORE
               END-IF
               MOVE IV-ORDER-QTY  TO WS-CHG-NUM-ED
               MOVE WS-CHG-NUM-ED TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR IV-LEAD-DAYS NOT = WS-BEFORE-LEAD-DAYS
               MOVE "IV-LEAD-DAYS" TO WS-CHG-FIELD
               MOVE SPACES TO WS-CHG-BEFORE
               IF NOT TR-ADD
                   MOVE WS-BEFORE-LEAD-DAYS TO WS-CHG-NUM-ED
                   MOVE WS-CHG-NUM-ED       TO WS-CHG-BEFORE
               END-IF
               MOVE IV-LEAD-DAYS  TO WS-CHG-NUM-ED
               MOVE WS-CHG-NUM-ED TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       JOURNAL-SUPPLY-DELETE.
           *> 割当の削除は消えた割当先を残す（発注先が無くなった記録）
           MOVE "ITEMVEND"          TO WS-CHG-MASTER
           MOVE WS-BEFORE-VENDOR-ID TO WS-CHG-NUM-ED
           MOVE TR-ITEM-CODE        TO WS-CHG-KEY
           MOVE "IV-VENDOR-ID"      TO WS-CHG-FIELD
           MOVE WS-CHG-NUM-ED       TO WS-CHG-BEFORE
           MOVE "(DELETED)"         TO WS-CHG-AFTER
           PERFORM WRITE-CHANGE-ENTRY
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP21"          TO MJ-PROGRAM-ID
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
           STRING "MVP21 VENDOR MASTER MAINTENANCE - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           MOVE SPACES TO REP-REC
           MOVE "APPLIED TRANSACTIONS (BEFORE -> AFTER)" TO REP-REC
           WRITE REP-REC
           .

       WRITE-APPLIED-LINE.
           PERFORM EDIT-DETAIL-KEY
           MOVE WS-BEFORE-IMAGE  TO WS-DTL-BEFORE
           MOVE WS-AFTER-IMAGE   TO WS-DTL-AFTER
           MOVE SPACES           TO WS-DTL-REASON
           WRITE REP-REC FROM WS-DETAIL-LINE
           .

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJ-COUNT
           PERFORM EDIT-DETAIL-KEY
           MOVE WS-BEFORE-IMAGE  TO WS-DTL-BEFORE
           MOVE SPACES           TO WS-DTL-AFTER
           MOVE SPACES           TO WS-DTL-REASON
           STRING WS-REJECT-REASON-CD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJECT-REASON-TX DELIMITED BY SIZE
                  INTO WS-DTL-REASON
           END-STRING
           WRITE REJWORK-REC FROM WS-DETAIL-LINE
           .

       EDIT-DETAIL-KEY.
           *> 仕入先は仕入先番号、割当は品目コードをキー欄に出す
           MOVE TR-REC-TYPE      TO WS-DTL-REC-TYPE
           MOVE TR-ACTION        TO WS-DTL-ACTION
           IF TR-SUPPLY
               MOVE TR-ITEM-CODE TO WS-DTL-KEY
           ELSE
               MOVE TR-VENDOR-ID TO WS-DTL-KEY
           END-IF
           .

       WRITE-REJECT-SECTION.
           *> 作業ファイルへ退避しておいた拒否明細をレポート末尾へ転記
           MOVE SPACES TO REP-REC
           MOVE "REJECTED TRANSACTIONS" TO REP-REC
           WRITE REP-REC

           OPEN INPUT REJWORK
           MOVE "N" TO WS-REJ-EOF
           PERFORM UNTIL REJ-EOF
               READ REJWORK
                   AT END
                       SET REJ-EOF TO TRUE
                   NOT AT END
                       WRITE REP-REC FROM REJWORK-REC
               END-READ
           END-PERFORM
           CLOSE REJWORK
           .

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REP-REC
           STRING "TRAILER - READ " DELIMITED BY SIZE
                  WS-TRAN-COUNT DELIMITED BY SIZE
                  " ADD " DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  " UPD " DELIMITED BY SIZE
                  WS-UPD-COUNT DELIMITED BY SIZE
                  " DEA " DELIMITED BY SIZE
                  WS-DEA-COUNT DELIMITED BY SIZE
                  " REJ " DELIMITED BY SIZE
                  WS-REJ-COUNT DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP21"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-TRAN-COUNT    TO AL-IN-COUNT
           MOVE WS-APPLIED-COUNT TO AL-OUT-COUNT
           MOVE WS-REJ-COUNT     TO AL-REJECT-COUNT
           MOVE SPACES           TO AL-FILLER

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成しない）
           *> ので、初回実行時はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND AUDITLOG
           IF NOT AUDITLOG-OK
               OPEN OUTPUT AUDITLOG
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDITLOG
           .
