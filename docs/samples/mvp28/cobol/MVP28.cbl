       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP28.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 経理が起こす勘定対応表の保守トランザクション
           SELECT TRANFILE
               ASSIGN TO "GLTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
           *> 支店×取引種別ごとの借方・貸方勘定（MVP27が読む）
           SELECT GLACCT
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACCT-STATUS.
           *> 支店別の行を登録する支店の実在確認に使う（あるときだけ）
           SELECT BRCHMAST
               ASSIGN TO "BRCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRCHMAST-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP28RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 拒否明細はいったん作業ファイルへ退避し、適用明細を
           *> 書き終えた後でレポート末尾の拒否セクションへまとめ直す
           *> （MVP03・MVP06と同じ方式）
           SELECT REJWORK
               ASSIGN TO "MVP28REJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 保守トランザクション（A=追加 U=訂正 D=削除）。支店コード
       *> 空白は全社既定の行。訂正では空欄の項目は現状維持
       FD  TRANFILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  TRANREC.
           05 TR-ACTION         PIC X(1).
               88 TR-ADD                  VALUE "A".
               88 TR-UPDATE               VALUE "U".
               88 TR-DELETE               VALUE "D".
           05 TR-KEY.
              10 TR-BRANCH-CODE PIC X(3).
              *> SL=売上 TX=売上税 IR=在庫払出 CR=入金 CM=貸記
              10 TR-TRAN-TYPE   PIC X(2).
                  88 TR-TYPE-KNOWN
                     VALUES "SL" "TX" "IR" "CR" "CM".
           05 TR-DR-ACCOUNT     PIC X(10).
           05 TR-CR-ACCOUNT     PIC X(10).
           05 TR-DESC           PIC X(20).
           05 FILLER            PIC X(4).

       *> 勘定対応表（MVP27と同じレイアウト。共通コピーブックが
       *> 無いリポジトリなのでここでも複製）
       FD  GLACCT
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  GLACCT-REC.
           05 GA-KEY.
              10 GA-BRANCH-CODE PIC X(3).
              10 GA-TRAN-TYPE   PIC X(2).
           05 GA-DR-ACCOUNT     PIC X(10).
           05 GA-CR-ACCOUNT     PIC X(10).
           05 GA-DESC           PIC X(20).
           05 GA-FILLER         PIC X(5).

       *> MVP01のVALIDATE-BRANCHが読むのと同じレイアウト
       FD  BRCHMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  BRCHMAST-REC.
           05 BR-BRANCH-CODE    PIC X(3).
           05 BR-BRANCH-NAME    PIC X(20).
           05 BR-STATUS         PIC X(1).
               88 BR-ACTIVE               VALUE "A".
           05 BR-TAX-JURIS      PIC X(4).
           05 BR-REJECT-MODE    PIC X(1).
           05 BR-FILLER         PIC X(3).

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

       01  WS-GLACCT-STATUS     PIC X(2) VALUE SPACES.
           88 GLACCT-OK                   VALUE "00".
           88 GLACCT-MISSING              VALUE "35".

       01  WS-BRCHMAST-STATUS   PIC X(2) VALUE SPACES.
           88 BRCHMAST-OK                 VALUE "00".

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".

       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> 支店マスターがあるときだけ支店別の行の実在確認を行う
       *> （MVP24の顧客確認と同じ「あれば使う」方式）
       01  WS-BRCHMAST-PRESENT  PIC X VALUE "N".
           88 BRCHMAST-PRESENT            VALUE "Y".

       01  WS-TRAN-VALID        PIC X VALUE "N".
           88 TRAN-IS-VALID               VALUE "Y".
           88 TRAN-IS-INVALID             VALUE "N".

       01  WS-REJECT-REASON-CD  PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TX  PIC X(29) VALUE SPACES.

       *> 変更前・変更後イメージ（借方・貸方の勘定を1行へ編集）
       01  WS-BEFORE-IMAGE      PIC X(24) VALUE SPACES.
       01  WS-AFTER-IMAGE       PIC X(24) VALUE SPACES.
       01  WS-ACCT-IMAGE.
           05 WS-IMG-DR-ACCOUNT PIC X(10).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-IMG-CR-ACCOUNT PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.

       *> 変更ジャーナル用に退避する変更前の値
       01  WS-BEFORE-DR-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BEFORE-CR-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BEFORE-DESC       PIC X(20) VALUE SPACES.

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

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

       *> レポート明細の編集用（適用分・拒否分で共用）
       01  WS-DETAIL-LINE.
           05 WS-DTL-ACTION     PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-BRANCH     PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-TRAN-TYPE  PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-BEFORE     PIC X(24).
           05 FILLER            PIC X(2) VALUE "->".
           05 WS-DTL-AFTER      PIC X(24).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT TRANFILE
           IF NOT TRANFILE-OK
               DISPLAY "MVP28: CANNOT OPEN GLTRAN.DAT, STATUS="
                   WS-TRANFILE-STATUS
               GOBACK
           END-IF

           *> 初回は対応表がまだ無いのでOUTPUTで空の索引ファイルを
           *> 作ってからI-Oで開き直す
           OPEN I-O GLACCT
           IF GLACCT-MISSING
               OPEN OUTPUT GLACCT
               CLOSE GLACCT
               OPEN I-O GLACCT
           END-IF
           IF NOT GLACCT-OK
               DISPLAY "MVP28: CANNOT OPEN GLACCT.DAT, STATUS="
                   WS-GLACCT-STATUS
               CLOSE TRANFILE
               GOBACK
           END-IF

           OPEN INPUT BRCHMAST
           IF BRCHMAST-OK
               SET BRCHMAST-PRESENT TO TRUE
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

           CLOSE TRANFILE GLACCT MCHGJRNL REJWORK
           IF BRCHMAST-PRESENT
               CLOSE BRCHMAST
           END-IF

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPFILE

           DISPLAY "MVP28: " WS-APPLIED-COUNT
               " TRANSACTION(S) APPLIED, " WS-REJ-COUNT
               " REJECTED, SEE MVP28RPT.DAT"

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
               WHEN NOT TR-TYPE-KNOWN
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BT" TO WS-REJECT-REASON-CD
                   MOVE "UNKNOWN TRANSACTION TYPE"
                       TO WS-REJECT-REASON-TX
               WHEN OTHER
                   PERFORM CHECK-BRANCH-ON-FILE
           END-EVALUATE

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TR-ADD
                       PERFORM APPLY-MAP-ADD
                   WHEN TR-UPDATE
                       PERFORM APPLY-MAP-UPDATE
                   WHEN TR-DELETE
                       PERFORM APPLY-MAP-DELETE
               END-EVALUATE
           END-IF

           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-APPLIED-LINE
           END-IF
           .

       CHECK-BRANCH-ON-FILE.
           *> 支店別の行は支店マスターにある支店に限る（全社既定の
           *> 空白と、支店が消えた後の掃除に使う削除は確認しない）
           IF TR-BRANCH-CODE NOT = SPACES AND BRCHMAST-PRESENT
              AND NOT TR-DELETE
               MOVE TR-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRCHMAST
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "NB" TO WS-REJECT-REASON-CD
                       MOVE "BRANCH NOT ON BRCHMAST"
                           TO WS-REJECT-REASON-TX
               END-READ
           END-IF
           .

       APPLY-MAP-ADD.
           *> 片側だけの対応は仕訳の貸借が崩れるので両方の勘定を要る
           IF TR-DR-ACCOUNT = SPACES OR TR-CR-ACCOUNT = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MA" TO WS-REJECT-REASON-CD
               MOVE "DEBIT/CREDIT ACCOUNT MISSING"
                   TO WS-REJECT-REASON-TX
           END-IF

           IF TRAN-IS-VALID
               MOVE TR-KEY         TO GA-KEY
               MOVE TR-DR-ACCOUNT  TO GA-DR-ACCOUNT
               MOVE TR-CR-ACCOUNT  TO GA-CR-ACCOUNT
               MOVE TR-DESC        TO GA-DESC
               MOVE SPACES         TO GA-FILLER
               WRITE GLACCT-REC
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DA" TO WS-REJECT-REASON-CD
                       MOVE "MAPPING ALREADY ON FILE"
                           TO WS-REJECT-REASON-TX
               END-WRITE
           END-IF
           IF TRAN-IS-VALID
               ADD 1 TO WS-ADD-COUNT
               PERFORM EDIT-MAP-AFTER
               PERFORM JOURNAL-MAP-CHANGES
           END-IF
           .

       APPLY-MAP-UPDATE.
           *> 勘定の付け替え。空欄の項目は現状維持
           PERFORM READ-MAP-FOR-CHANGE
           IF TRAN-IS-VALID
               IF TR-DR-ACCOUNT NOT = SPACES
                   MOVE TR-DR-ACCOUNT TO GA-DR-ACCOUNT
               END-IF
               IF TR-CR-ACCOUNT NOT = SPACES
                   MOVE TR-CR-ACCOUNT TO GA-CR-ACCOUNT
               END-IF
               IF TR-DESC NOT = SPACES
                   MOVE TR-DESC TO GA-DESC
               END-IF
               REWRITE GLACCT-REC
               ADD 1 TO WS-UPD-COUNT
               PERFORM EDIT-MAP-AFTER
               PERFORM JOURNAL-MAP-CHANGES
           END-IF
           .

       APPLY-MAP-DELETE.
           *> 支店別の行を消すと以後その支店は全社既定の行で仕訳される
           PERFORM READ-MAP-FOR-CHANGE
           IF TRAN-IS-VALID
               DELETE GLACCT RECORD
               ADD 1 TO WS-DEL-COUNT
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               MOVE "GLACCT"             TO WS-CHG-MASTER
               MOVE GA-KEY               TO WS-CHG-KEY
               MOVE "GA-DR-ACCOUNT"      TO WS-CHG-FIELD
               MOVE WS-BEFORE-DR-ACCOUNT TO WS-CHG-BEFORE
               MOVE "(DELETED)"          TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
               MOVE "GA-CR-ACCOUNT"      TO WS-CHG-FIELD
               MOVE WS-BEFORE-CR-ACCOUNT TO WS-CHG-BEFORE
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       READ-MAP-FOR-CHANGE.
           *> 変更系は既存レコードが前提。読めたら変更前イメージを退避
           MOVE TR-KEY TO GA-KEY
           READ GLACCT
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "NF" TO WS-REJECT-REASON-CD
                   MOVE "MAPPING NOT ON FILE"
                       TO WS-REJECT-REASON-TX
               NOT INVALID KEY
                   MOVE GA-DR-ACCOUNT TO WS-BEFORE-DR-ACCOUNT
                   MOVE GA-CR-ACCOUNT TO WS-BEFORE-CR-ACCOUNT
                   MOVE GA-DESC       TO WS-BEFORE-DESC
                   MOVE GA-DR-ACCOUNT TO WS-IMG-DR-ACCOUNT
                   MOVE GA-CR-ACCOUNT TO WS-IMG-CR-ACCOUNT
                   MOVE WS-ACCT-IMAGE TO WS-BEFORE-IMAGE
           END-READ
           .

       EDIT-MAP-AFTER.
           MOVE GA-DR-ACCOUNT TO WS-IMG-DR-ACCOUNT
           MOVE GA-CR-ACCOUNT TO WS-IMG-CR-ACCOUNT
           MOVE WS-ACCT-IMAGE TO WS-AFTER-IMAGE
           .

       JOURNAL-MAP-CHANGES.
           *> 値の変わった項目だけを1項目1行で残す。追加は全項目を
           *> 変更前空欄で残す
           MOVE "GLACCT" TO WS-CHG-MASTER
           MOVE GA-KEY   TO WS-CHG-KEY
           IF TR-ADD OR GA-DR-ACCOUNT NOT = WS-BEFORE-DR-ACCOUNT
               MOVE "GA-DR-ACCOUNT" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES               TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-DR-ACCOUNT TO WS-CHG-BEFORE
               END-IF
               MOVE GA-DR-ACCOUNT TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR GA-CR-ACCOUNT NOT = WS-BEFORE-CR-ACCOUNT
               MOVE "GA-CR-ACCOUNT" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES               TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-CR-ACCOUNT TO WS-CHG-BEFORE
               END-IF
               MOVE GA-CR-ACCOUNT TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF TR-ADD OR GA-DESC NOT = WS-BEFORE-DESC
               MOVE "GA-DESC" TO WS-CHG-FIELD
               IF TR-ADD
                   MOVE SPACES         TO WS-CHG-BEFORE
               ELSE
                   MOVE WS-BEFORE-DESC TO WS-CHG-BEFORE
               END-IF
               MOVE GA-DESC TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-ENTRY
           END-IF
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP28"          TO MJ-PROGRAM-ID
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
           STRING "MVP28 GL ACCOUNT MAP MAINTENANCE - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           MOVE SPACES TO REP-REC
           MOVE "APPLIED TRANSACTIONS (DEBIT/CREDIT BEFORE -> AFTER)"
               TO REP-REC
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
           MOVE TR-ACTION        TO WS-DTL-ACTION
           MOVE TR-BRANCH-CODE   TO WS-DTL-BRANCH
           MOVE TR-TRAN-TYPE     TO WS-DTL-TRAN-TYPE
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
           MOVE "MVP28"          TO AL-PROGRAM-ID
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
