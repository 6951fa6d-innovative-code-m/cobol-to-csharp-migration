       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 経理が起こす税率表と非課税顧客の保守トランザクション
           SELECT TRANFILE
               ASSIGN TO "TAXTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
           *> 課税地域別・適用開始日付きの税率表（MVP01・MVP25が読む）
           SELECT TAXRATE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
           *> 非課税顧客の登録（証明書番号と有効期限）
           SELECT TAXEXMPT
               ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CUST-ID
               FILE STATUS IS WS-TAXEXMPT-STATUS.
           *> 非課税登録する顧客の実在確認に使う（あるときだけ）
           SELECT CUSTMAST
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
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
               ASSIGN TO "MVP24RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 拒否明細はいったん作業ファイルへ退避し、適用明細を
           *> 書き終えた後でレポート末尾の拒否セクションへまとめ直す
           *> （MVP03・MVP06と同じ方式）
           SELECT REJWORK
               ASSIGN TO "MVP24REJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 保守トランザクション。種別R=税率（A=追加 U=訂正 D=削除）
       *> 種別E=非課税顧客（A=登録 U=更新 D=取消）
       FD  TRANFILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TRANREC.
           05 TR-REC-TYPE       PIC X(1).
               88 TR-RATE                 VALUE "R".
               88 TR-EXEMPT               VALUE "E".
           05 TR-ACTION         PIC X(1).
               88 TR-ADD                  VALUE "A".
               88 TR-UPDATE               VALUE "U".
               88 TR-DELETE               VALUE "D".
           05 TR-RATE-DATA.
              10 TR-JURIS       PIC X(4).
              10 TR-EFF-DATE    PIC 9(8).
              *> 税率（％、小数3桁。0も有効＝免税地域）
              10 TR-RATE-PCT    PIC 9(2)V9(3).
              *> 訂正では空欄なら現状維持（MVP03と同じ流儀）
              10 TR-JURIS-NAME  PIC X(20).
              10 FILLER         PIC X(1).
           *> 非課税の項目。更新では空欄・0なら現状維持
           05 TR-EXEMPT-DATA REDEFINES TR-RATE-DATA.
              10 TR-CUST-ID     PIC 9(5).
              10 TR-CERT-NO     PIC X(15).
              *> 証明書の有効期限（0は無期限）
              10 TR-EXPIRY-DATE PIC 9(8).
              10 FILLER         PIC X(10).

       *> 税率表（MVP01・MVP25と同じレイアウト。共通コピーブックが
       *> 無いリポジトリなのでここでも複製）
       FD  TAXRATE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TAXRATE-REC.
           05 TX-RATE-KEY.
              10 TX-JURIS       PIC X(4).
              10 TX-EFF-DATE    PIC 9(8).
           05 TX-RATE-PCT       PIC 9(2)V9(3).
           05 TX-JURIS-NAME     PIC X(20).
           05 TX-FILLER         PIC X(3).

       *> 非課税顧客（MVP01と同じレイアウト）
       FD  TAXEXMPT
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  TAXEXMPT-REC.
           05 TE-CUST-ID        PIC 9(5).
           05 TE-CERT-NO        PIC X(15).
           05 TE-EXPIRY-DATE    PIC 9(8).
           05 TE-FILLER         PIC X(2).

       *> MVP01のVALIDATE-CUSTOMERが読むのと同じレイアウト
       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  CUSTMAST-REC.
           05 CM-CUST-ID        PIC 9(5).
           05 CM-CUST-NAME      PIC X(20).
           05 CM-STATUS         PIC X(1).
               88 CM-ACTIVE               VALUE "A".
           05 CM-CREDIT-LIMIT   PIC 9(7)V99.

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
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REP-REC              PIC X(100).

       FD  REJWORK
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REJWORK-REC          PIC X(100).

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

       01  WS-TAXRATE-STATUS    PIC X(2) VALUE SPACES.
           88 TAXRATE-OK                  VALUE "00".
           88 TAXRATE-MISSING             VALUE "35".

       01  WS-TAXEXMPT-STATUS   PIC X(2) VALUE SPACES.
           88 TAXEXMPT-OK                 VALUE "00".
           88 TAXEXMPT-MISSING            VALUE "35".

       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CUSTMAST-OK                 VALUE "00".

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".

       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> 顧客マスターがあるときだけ非課税登録先の実在確認を行う
       *> （MVP21の品目確認と同じ「あれば使う」方式）
       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".
           88 CUSTMAST-PRESENT            VALUE "Y".

       01  WS-TRAN-VALID        PIC X VALUE "N".
           88 TRAN-IS-VALID               VALUE "Y".
           88 TRAN-IS-INVALID             VALUE "N".

       01  WS-REJECT-REASON-CD  PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TX  PIC X(29) VALUE SPACES.

       *> 変更前・変更後イメージ（報告用に種別ごとの項目を1行へ編集）
       01  WS-BEFORE-IMAGE      PIC X(24) VALUE SPACES.
       01  WS-AFTER-IMAGE       PIC X(24) VALUE SPACES.
       01  WS-RATE-IMAGE.
           05 WS-IMG-RATE-PCT   PIC Z9.999.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-JURIS-NAME PIC X(17).
       01  WS-EXEMPT-IMAGE.
           05 WS-IMG-CERT-NO    PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-EXPIRY     PIC 9(8).

       *> 変更ジャーナル用に退避する変更前の値
       01  WS-BEFORE-RATE       PIC 9(2)V9(3) VALUE 0.
       01  WS-BEFORE-JURIS-NAME PIC X(20) VALUE SPACES.
       01  WS-BEFORE-CERT-NO    PIC X(15) VALUE SPACES.
       01  WS-BEFORE-EXPIRY     PIC 9(8) VALUE 0.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT         PIC 9(5) VALUE 0.
       01  WS-UPD-COUNT         PIC 9(5) VALUE 0.
       01  WS-DEL-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJ-COUNT         PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.

       *> 変更ジャーナル1行分の作業域（呼び出し側が項目と前後の値を
       *> 詰めてからWRITE-CHANGE-ENTRYを呼ぶ）
       01  WS-CHG-MASTER        PIC X(8) VALUE SPACES.
       01  WS-CHG-KEY           PIC X(14) VALUE SPACES.
       01  WS-CHG-FIELD         PIC X(16) VALUE SPACES.
       01  WS-CHG-BEFORE        PIC X(20) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(20) VALUE SPACES.
       01  WS-CHG-RATE-ED       PIC Z9.999.

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

       *> レポート明細の編集用（適用分・拒否分で共用）
       01  WS-DETAIL-LINE.
           05 WS-DTL-REC-TYPE   PIC X(1).
           05 WS-DTL-ACTION     PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-KEY        PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-BEFORE     PIC X(24).
           05 FILLER            PIC X(2) VALUE "->".
           05 WS-DTL-AFTER      PIC X(24).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON     PIC X(33).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT TRANFILE
           IF NOT TRANFILE-OK
               DISPLAY "MVP24: CANNOT OPEN TAXTRAN.DAT, STATUS="
                   WS-TRANFILE-STATUS
               GOBACK
           END-IF

           *> 初回は両マスターがまだ無いことがあるのでOUTPUTで
           *> 空の索引ファイルを作ってからI-Oで開き直す
           OPEN I-O TAXRATE
           IF TAXRATE-MISSING
               OPEN OUTPUT TAXRATE
               CLOSE TAXRATE
               OPEN I-O TAXRATE
           END-IF
           IF NOT TAXRATE-OK
               DISPLAY "MVP24: CANNOT OPEN TAXRATE.DAT, STATUS="
                   WS-TAXRATE-STATUS
               CLOSE TRANFILE
               GOBACK
           END-IF

           OPEN I-O TAXEXMPT
           IF TAXEXMPT-MISSING
               OPEN OUTPUT TAXEXMPT
               CLOSE TAXEXMPT
               OPEN I-O TAXEXMPT
           END-IF
           IF NOT TAXEXMPT-OK
               DISPLAY "MVP24: CANNOT OPEN TAXEXMPT.DAT, STATUS="
                   WS-TAXEXMPT-STATUS
               CLOSE TRANFILE TAXRATE
               GOBACK
           END-IF

           OPEN INPUT CUSTMAST
           IF CUSTMAST-OK
               SET CUSTMAST-PRESENT TO TRUE
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

           CLOSE TRANFILE TAXRATE TAXEXMPT MCHGJRNL REJWORK
           IF CUSTMAST-PRESENT
               CLOSE CUSTMAST
           END-IF

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPFILE

           DISPLAY "MVP24: " WS-APPLIED-COUNT
               " TRANSACTION(S) APPLIED, " WS-REJ-COUNT
               " REJECTED, SEE MVP24RPT.DAT"

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
               WHEN NOT TR-ADD AND NOT TR-UPDATE AND NOT TR-DELETE
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BA" TO WS-REJECT-REASON-CD
                   MOVE "BAD ACTION CODE"
                       TO WS-REJECT-REASON-TX
               WHEN TR-RATE
                   PERFORM APPLY-RATE-TRAN
               WHEN TR-EXEMPT
                   PERFORM APPLY-EXEMPT-TRAN
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

       APPLY-RATE-TRAN.
           EVALUATE TRUE
               WHEN TR-JURIS = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BJ" TO WS-REJECT-REASON-CD
                   MOVE "JURISDICTION MISSING"
                       TO WS-REJECT-REASON-TX
               WHEN TR-EFF-DATE NOT NUMERIC OR TR-EFF-DATE = 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BD" TO WS-REJECT-REASON-CD
                   MOVE "EFFECTIVE DATE MISSING OR BAD"
                       TO WS-REJECT-REASON-TX
               WHEN TR-ADD
                   PERFORM APPLY-RATE-ADD
               WHEN TR-UPDATE
                   PERFORM APPLY-RATE-UPDATE
               WHEN TR-DELETE
                   PERFORM APPLY-RATE-DELETE
           END-EVALUATE
           .

       APPLY-RATE-ADD.
           *> 税率改定は新しい適用開始日の行を足す（過去の行は計上済み
           *> の注文と返品の按分が拠り所にしているので書き換えない）
           IF TR-RATE-PCT NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BR" TO WS-REJECT-REASON-CD
               MOVE "TAX RATE NOT NUMERIC"
                   TO WS-REJECT-REASON-TX
           END-IF

           IF TRAN-IS-VALID
               MOVE TR-JURIS       TO TX-JURIS
               MOVE TR-EFF-DATE    TO TX-EFF-DATE
               MOVE TR-RATE-PCT    TO TX-RATE-PCT
               MOVE TR-JURIS-NAME  TO TX-JURIS-NAME
               MOVE SPACES         TO TX-FILLER
               WRITE TAXRATE-REC
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DA" TO WS-REJECT-REASON-CD
                       MOVE "RATE ALREADY ON FILE FOR DATE"
                           TO WS-REJECT-REASON-TX
               END-WRITE
           END-IF
           IF TRAN-IS-VALID
               ADD 1 TO WS-ADD-COUNT
               PERFORM EDIT-RATE-AFTER
               PERFORM JOURNAL-RATE-CHANGES
           END-IF
           .

       APPLY-RATE-UPDATE.
           *> 登録誤りの訂正。税率は数値なら置き換え、名称は空欄なら
           *> 現状維持
           IF TR-RATE-PCT NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BR" TO WS-REJECT-REASON-CD
               MOVE "TAX RATE NOT NUMERIC"
                   TO WS-REJECT-REASON-TX
           ELSE
               PERFORM READ-RATE-FOR-CHANGE
           END-IF

           IF TRAN-IS-VALID
               MOVE TR-RATE-PCT TO TX-RATE-PCT
               IF TR-JURIS-NAME NOT = SPACES
                   MOVE TR-JURIS-NAME TO TX-JURIS-NAME
               END-IF
               REWRITE TAXRATE-REC
               ADD 1 TO WS-UPD-COUNT
               PERFORM EDIT-RATE-AFTER
               PERFORM JOURNAL-RATE-CHANGES
           END-IF
           .

       APPLY-RATE-DELETE.
           *> 削除できるのはまだ適用の始まっていない行だけ（適用中・
           *> 過去の行を消すと計上済みの税の根拠が失われる）
           PERFORM READ-RATE-FOR-CHANGE
           IF TRAN-IS-VALID AND TX-EFF-DATE NOT > WS-RUN-DATE
               SET TRAN-IS-INVALID TO TRUE
               MOVE "IF" TO WS-REJECT-REASON-CD
               MOVE "RATE ALREADY IN FORCE"
                   TO WS-REJECT-REASON-TX
           END-IF
           IF TRAN-IS-VALID
               DELETE TAXRATE RECORD
               ADD 1 TO WS-DEL-COUNT
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               MOVE "TAXRATE"     TO WS-CHG-MASTER
               MOVE TX-RATE-KEY   TO WS-CHG-KEY
               MOVE "TX-RATE-PCT" TO WS-CHG-FIELD
               MOVE WS-BEFORE-RATE TO WS-CHG-RATE-ED
               MOVE WS-CHG-RATE-ED TO WS-CHG-BEFORE
               MOVE "(DELETED)"   TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       READ-RATE-FOR-CHANGE.
           *> 変更系は既存レコードが前提。読めたら変更前イメージを退避
           MOVE TR-JURIS    TO TX-JURIS
           MOVE TR-EFF-DATE TO TX-EFF-DATE
           READ TAXRATE
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "NF" TO WS-REJECT-REASON-CD
                   MOVE "RATE NOT ON FILE FOR DATE"
                       TO WS-REJECT-REASON-TX
               NOT INVALID KEY
                   MOVE TX-RATE-PCT   TO WS-BEFORE-RATE
                   MOVE TX-JURIS-NAME TO WS-BEFORE-JURIS-NAME
                   MOVE TX-RATE-PCT   TO WS-IMG-RATE-PCT
                   MOVE TX-JURIS-NAME TO WS-IMG-JURIS-NAME
                   MOVE WS-RATE-IMAGE TO WS-BEFORE-IMAGE
           END-READ
           .

       EDIT-RATE-AFTER.
           MOVE TX-RATE-PCT   TO WS-IMG-RATE-PCT
           MOVE TX-JURIS-NAME TO WS-IMG-JURIS-NAME
           MOVE WS-RATE-IMAGE TO WS-AFTER-IMAGE
           .

       JOURNAL-RATE-CHANGES.
           *> 値の変わった項目だけを1項目1行で残す。追加は全項目を
           *> 変更前空欄で残す
           MOVE "TAXRATE"   TO WS-CHG-MASTER
           MOVE TX-RATE-KEY TO WS-CHG-KEY
           IF TR-ADD OR TX-RATE-PCT NOT = WS-BEFORE-RATE
               MOVE "TX-RATE-PCT" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES         TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-RATE TO WS-CHG-RATE-ED
                   MOVE WS-CHG-RATE-ED TO WS-CHG-BEFORE
               END-IF
               MOVE TX-RATE-PCT    TO WS-CHG-RATE-ED
               MOVE WS-CHG-RATE-ED TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR TX-JURIS-NAME NOT = WS-BEFORE-JURIS-NAME
               MOVE "TX-JURIS-NAME" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES               TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-JURIS-NAME TO WS-CHG-BEFORE
               END-IF
               MOVE TX-JURIS-NAME TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       APPLY-EXEMPT-TRAN.
           IF TR-CUST-ID NOT NUMERIC OR TR-CUST-ID = 0
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BC" TO WS-REJECT-REASON-CD
               MOVE "CUSTOMER ID MISSING OR BAD"
                   TO WS-REJECT-REASON-TX
           END-IF

           *> 登録・更新は顧客マスターにある顧客に限る（取消は顧客が
           *> 消えた後の掃除にも使えるように確認しない）
           IF TRAN-IS-VALID AND CUSTMAST-PRESENT AND NOT TR-DELETE
               MOVE TR-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "NC" TO WS-REJECT-REASON-CD
                       MOVE "CUSTOMER NOT ON CUSTMAST"
                           TO WS-REJECT-REASON-TX
               END-READ
           END-IF

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TR-ADD
                       PERFORM APPLY-EXEMPT-ADD
                   WHEN TR-UPDATE
                       PERFORM APPLY-EXEMPT-UPDATE
                   WHEN TR-DELETE
                       PERFORM APPLY-EXEMPT-DELETE
               END-EVALUATE
           END-IF
           .

       APPLY-EXEMPT-ADD.
           *> 証明書番号の無い非課税登録は監査で説明がつかないので
           *> 受けない
           IF TR-CERT-NO = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BN" TO WS-REJECT-REASON-CD
               MOVE "CERTIFICATE NUMBER MISSING"
                   TO WS-REJECT-REASON-TX
           END-IF
           IF TRAN-IS-VALID AND TR-EXPIRY-DATE NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE "BE" TO WS-REJECT-REASON-CD
               MOVE "EXPIRY DATE NOT NUMERIC"
                   TO WS-REJECT-REASON-TX
           END-IF

           IF TRAN-IS-VALID
               MOVE TR-CUST-ID     TO TE-CUST-ID
               MOVE TR-CERT-NO     TO TE-CERT-NO
               MOVE TR-EXPIRY-DATE TO TE-EXPIRY-DATE
               MOVE SPACES         TO TE-FILLER
               WRITE TAXEXMPT-REC
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DA" TO WS-REJECT-REASON-CD
                       MOVE "CUSTOMER ALREADY EXEMPT"
                           TO WS-REJECT-REASON-TX
               END-WRITE
           END-IF
           IF TRAN-IS-VALID
               ADD 1 TO WS-ADD-COUNT
               PERFORM EDIT-EXEMPT-AFTER
               PERFORM JOURNAL-EXEMPT-CHANGES
           END-IF
           .

       APPLY-EXEMPT-UPDATE.
           *> 証明書の更新。番号は空欄、期限は0なら現状維持
           PERFORM READ-EXEMPT-FOR-CHANGE
           IF TRAN-IS-VALID
               IF TR-CERT-NO NOT = SPACES
                   MOVE TR-CERT-NO TO TE-CERT-NO
               END-IF
               IF TR-EXPIRY-DATE NUMERIC AND TR-EXPIRY-DATE NOT = 0
                   MOVE TR-EXPIRY-DATE TO TE-EXPIRY-DATE
               END-IF
               REWRITE TAXEXMPT-REC
               ADD 1 TO WS-UPD-COUNT
               PERFORM EDIT-EXEMPT-AFTER
               PERFORM JOURNAL-EXEMPT-CHANGES
           END-IF
           .

       APPLY-EXEMPT-DELETE.
           *> 取消後の注文からは通常どおり課税される
           PERFORM READ-EXEMPT-FOR-CHANGE
           IF TRAN-IS-VALID
               DELETE TAXEXMPT RECORD
               ADD 1 TO WS-DEL-COUNT
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               MOVE "TAXEXMPT"        TO WS-CHG-MASTER
               MOVE TE-CUST-ID        TO WS-CHG-KEY
               MOVE "TE-CERT-NO"      TO WS-CHG-FIELD
               MOVE WS-BEFORE-CERT-NO TO WS-CHG-BEFORE
               MOVE "(DELETED)"       TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       READ-EXEMPT-FOR-CHANGE.
           MOVE TR-CUST-ID TO TE-CUST-ID
           READ TAXEXMPT
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "NF" TO WS-REJECT-REASON-CD
                   MOVE "CUSTOMER NOT ON EXEMPT FILE"
                       TO WS-REJECT-REASON-TX
               NOT INVALID KEY
                   MOVE TE-CERT-NO     TO WS-BEFORE-CERT-NO
                   MOVE TE-EXPIRY-DATE TO WS-BEFORE-EXPIRY
                   MOVE TE-CERT-NO     TO WS-IMG-CERT-NO
                   MOVE TE-EXPIRY-DATE TO WS-IMG-EXPIRY
                   MOVE WS-EXEMPT-IMAGE TO WS-BEFORE-IMAGE
           END-READ
           .

       EDIT-EXEMPT-AFTER.
           MOVE TE-CERT-NO      TO WS-IMG-CERT-NO
           MOVE TE-EXPIRY-DATE  TO WS-IMG-EXPIRY
           MOVE WS-EXEMPT-IMAGE TO WS-AFTER-IMAGE
           .

       JOURNAL-EXEMPT-CHANGES.
           MOVE "TAXEXMPT" TO WS-CHG-MASTER
           MOVE TE-CUST-ID TO WS-CHG-KEY
           IF TR-ADD OR TE-CERT-NO NOT = WS-BEFORE-CERT-NO
               MOVE "TE-CERT-NO" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES            TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-CERT-NO TO WS-CHG-BEFORE
               END-IF
               MOVE TE-CERT-NO TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR TE-EXPIRY-DATE NOT = WS-BEFORE-EXPIRY
               MOVE "TE-EXPIRY-DATE" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES           TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-EXPIRY TO WS-CHG-BEFORE
               END-IF
               MOVE TE-EXPIRY-DATE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP24"          TO MJ-PROGRAM-ID
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
           STRING "MVP24 SALES TAX TABLE MAINTENANCE - RUN DATE "
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
           *> 税率は地域＋適用開始日、非課税は顧客IDをキー欄に出す
           MOVE TR-REC-TYPE      TO WS-DTL-REC-TYPE
           MOVE TR-ACTION        TO WS-DTL-ACTION
           IF TR-EXEMPT
               MOVE TR-CUST-ID   TO WS-DTL-KEY
           ELSE
               MOVE TR-RATE-DATA (1:12) TO WS-DTL-KEY
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
                  " DEL " DELIMITED BY SIZE
                  WS-DEL-COUNT DELIMITED BY SIZE
                  " REJ " DELIMITED BY SIZE
                  WS-REJ-COUNT DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP24"          TO AL-PROGRAM-ID
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
