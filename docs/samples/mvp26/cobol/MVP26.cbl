       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 銀行から届くロックボックスの入金明細（1入金1行）
           SELECT LBXFILE
               ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBXFILE-STATUS.
           *> MVP11が請求書ごとに書く請求書登録簿（未入金残を消し込む）
           SELECT INVREG
               ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-INV-NO
               ALTERNATE RECORD KEY IS IR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-INVREG-STATUS.
           *> 入金先の実在確認に使う顧客マスター（MVP13と同じ確認を
           *> 先にしておき、MVP13で拒否される入金を作らない）
           SELECT CUSTMAST
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           *> 消し込めた入金はMVP13の入金トランザクションとして追記
           *> （経理が手入力した入金・貸記と同じファイルに並ぶ）
           SELECT CASHTRAN
               ASSIGN TO "CASHTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHTRAN-STATUS.
           *> 消し込めなかった入金の仮受金ファイル（経理が調査して
           *> 手入力で入金処理するまで実行をまたいで溜まっていく）
           SELECT UNAPCASH
               ASSIGN TO "UNAPCASH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNAPCASH-STATUS.
           *> 全マスター保守プログラム共通の変更ジャーナル（項目単位の
           *> 変更前後を追記し、MVP23が変更履歴レポートにまとめる）
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP26RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 仮受金明細はいったん作業ファイルへ退避し、消込明細を
           *> 書き終えた後でレポート末尾の仮受金セクションへまとめ直す
           *> （MVP13と同じ方式）
           SELECT REJWORK
               ASSIGN TO "MVP26REJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> ロックボックス入金明細。請求書番号の無い入金は0、顧客IDが
       *> 読み取れなかった入金も0で届く
       FD  LBXFILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  LBXREC.
           05 LB-DEPOSIT-DATE   PIC 9(8).
           05 LB-BATCH-NO       PIC 9(3).
           05 LB-ITEM-NO        PIC 9(4).
           05 LB-CHECK-NO       PIC 9(7).
           05 LB-CUST-ID        PIC 9(5).
           05 LB-INV-NO         PIC 9(7).
           05 LB-AMOUNT         PIC 9(7)V99.
           05 LB-FILLER         PIC X(7).

       *> 請求書登録簿（MVP11と同じレイアウト。共通コピーブックが
       *> 無いリポジトリなのでここでも複製）
       FD  INVREG
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  INVREG-REC.
           05 IR-INV-NO         PIC 9(7).
           05 IR-CUST-ID        PIC 9(5).
           05 IR-INV-DATE       PIC 9(8).
           *> 請求額（税込）と未入金残（入金の消し込みで減る）
           05 IR-AMOUNT         PIC 9(9)V99.
           05 IR-OPEN-AMOUNT    PIC 9(9)V99.
           05 IR-LAST-PAY-DATE  PIC 9(8).
           05 IR-FILLER         PIC X(10).

       *> MVP01のVALIDATE-CUSTOMERが読むのと同じレイアウト
       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  CUSTMAST-REC.
           05 CM-CUST-ID        PIC 9(5).
           05 CM-CUST-NAME      PIC X(20).
           05 CM-STATUS         PIC X(1).
               88 CM-ACTIVE               VALUE "A".
           *> 与信限度額（0は限度なし）
           05 CM-CREDIT-LIMIT   PIC 9(7)V99.

       *> MVP13の入金トランザクションと同じレイアウト
       FD  CASHTRAN
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       01  TRANREC.
           05 TR-ACTION         PIC X(1).
               88 TR-PAYMENT              VALUE "P".
               88 TR-CREDIT               VALUE "C".
           05 TR-CUST-ID        PIC 9(5).
           05 TR-AMOUNT         PIC 9(7)V99.
           05 TR-REF            PIC 9(7).

       *> 仮受金（入金明細そのものに理由コードと取込日を添える）
       FD  UNAPCASH
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  UNAPCASH-REC.
           05 UC-DEPOSIT-DATE   PIC 9(8).
           05 UC-BATCH-NO       PIC 9(3).
           05 UC-ITEM-NO        PIC 9(4).
           05 UC-CHECK-NO       PIC 9(7).
           05 UC-CUST-ID        PIC 9(5).
           05 UC-INV-NO         PIC 9(7).
           05 UC-AMOUNT         PIC 9(7)V99.
           05 UC-REASON-CD      PIC X(2).
           05 UC-RUN-DATE       PIC 9(8).
           05 UC-FILLER         PIC X(7).

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

       01  WS-LBXFILE-STATUS    PIC X(2) VALUE SPACES.
           88 LBXFILE-OK                  VALUE "00".

       01  WS-INVREG-STATUS     PIC X(2) VALUE SPACES.
           88 INVREG-OK                   VALUE "00".

       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CUSTMAST-OK                 VALUE "00".

       *> 顧客マスターが無いときは登録簿の顧客IDをそのまま信用する
       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".
           88 CUSTMAST-PRESENT            VALUE "Y".

       01  WS-CASHTRAN-STATUS   PIC X(2) VALUE SPACES.
           88 CASHTRAN-OK                 VALUE "00".

       01  WS-UNAPCASH-STATUS   PIC X(2) VALUE SPACES.
           88 UNAPCASH-OK                 VALUE "00".

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".

       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       01  WS-REMIT-VALID       PIC X VALUE "N".
           88 REMIT-IS-VALID              VALUE "Y".
           88 REMIT-IS-INVALID            VALUE "N".

       01  WS-REJECT-REASON-CD  PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TX  PIC X(29) VALUE SPACES.

       *> 顧客ID＋金額での照合用（副キーで同じ顧客の請求書を順に読む）
       01  WS-INV-FOUND         PIC X VALUE "N".
           88 INV-FOUND                   VALUE "Y".
       01  WS-SCAN-END          PIC X VALUE "N".
           88 SCAN-END                    VALUE "Y".

       *> 消し込み前後の未入金残と、請求書に充てた額・超過額
       01  WS-OPEN-BEFORE       PIC 9(9)V99 VALUE 0.
       01  WS-OPEN-AFTER        PIC 9(9)V99 VALUE 0.
       01  WS-APPLY-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-EXCESS-AMOUNT     PIC 9(9)V99 VALUE 0.
       01  WS-MATCH-NOTE        PIC X(15) VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-ITEM-COUNT        PIC 9(7) VALUE 0.
       01  WS-MATCH-COUNT       PIC 9(7) VALUE 0.
       01  WS-PARTIAL-COUNT     PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNAP-COUNT        PIC 9(7) VALUE 0.
       01  WS-MATCH-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-OVER-AMOUNT       PIC 9(11)V99 VALUE 0.
       01  WS-UNAP-AMOUNT       PIC 9(11)V99 VALUE 0.

       *> 変更ジャーナル1行分の作業域（呼び出し側が項目と前後の値を
       *> 詰めてからWRITE-CHANGE-ENTRYを呼ぶ）
       01  WS-CHG-MASTER        PIC X(8) VALUE SPACES.
       01  WS-CHG-KEY           PIC X(14) VALUE SPACES.
       01  WS-CHG-FIELD         PIC X(16) VALUE SPACES.
       01  WS-CHG-BEFORE        PIC X(20) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(20) VALUE SPACES.
       01  WS-CHG-AMT-ED        PIC Z(9)9.99.

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

       *> 消込明細の編集用（未入金残の前後と注記）
       01  WS-DETAIL-LINE.
           05 WS-DTL-CHECK-NO   PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-CUST-ID    PIC 9(5).
           05 FILLER            PIC X(5) VALUE " INV ".
           05 WS-DTL-INV-NO     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-AMOUNT     PIC ZZZ,ZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-BEF-OPEN   PIC Z(8)9.99.
           05 FILLER            PIC X(2) VALUE "->".
           05 WS-DTL-AFT-OPEN   PIC Z(8)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-NOTE       PIC X(15).

       *> 仮受金明細の編集用（理由は29桁まで出す）
       01  WS-UNAP-LINE.
           05 WS-UNL-CHECK-NO   PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-UNL-CUST-ID    PIC 9(5).
           05 FILLER            PIC X(5) VALUE " INV ".
           05 WS-UNL-INV-NO     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-UNL-AMOUNT     PIC ZZZ,ZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-UNL-REASON-CD  PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-UNL-REASON-TX  PIC X(29).
           05 FILLER            PIC X(10) VALUE SPACES.

       01  WS-TRL-AMT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TRL-OVR-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TRL-UNA-ED        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT LBXFILE
           IF NOT LBXFILE-OK
               DISPLAY "MVP26: CANNOT OPEN LOCKBOX.DAT, STATUS="
                   WS-LBXFILE-STATUS
               GOBACK
           END-IF

           *> 登録簿が無ければ消し込む相手が無いので何もしない
           *> （全件を仮受金に回すより、MVP11の実行を待つほうが早い）
           OPEN I-O INVREG
           IF NOT INVREG-OK
               DISPLAY "MVP26: CANNOT OPEN INVREG.DAT, STATUS="
                   WS-INVREG-STATUS
               CLOSE LBXFILE
               GOBACK
           END-IF

           OPEN INPUT CUSTMAST
           IF CUSTMAST-OK
               SET CUSTMAST-PRESENT TO TRUE
           END-IF

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成
           *> しない）ので、初回はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND CASHTRAN
           IF NOT CASHTRAN-OK
               OPEN OUTPUT CASHTRAN
           END-IF

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成
           *> しない）ので、初回はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND UNAPCASH
           IF NOT UNAPCASH-OK
               OPEN OUTPUT UNAPCASH
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
               READ LBXFILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       PERFORM PROCESS-ONE-REMIT
               END-READ
           END-PERFORM

           CLOSE LBXFILE INVREG CASHTRAN UNAPCASH MCHGJRNL REJWORK
           IF CUSTMAST-PRESENT
               CLOSE CUSTMAST
           END-IF

           PERFORM WRITE-UNAPPLIED-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPFILE

           DISPLAY "MVP26: " WS-MATCH-COUNT
               " REMITTANCE(S) MATCHED, " WS-UNAP-COUNT
               " TO UNAPPLIED CASH, SEE MVP26RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       PROCESS-ONE-REMIT.
           SET REMIT-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CD
           MOVE SPACES TO WS-REJECT-REASON-TX
           MOVE SPACES TO WS-MATCH-NOTE
           MOVE 0      TO WS-OPEN-BEFORE
           MOVE 0      TO WS-OPEN-AFTER
           MOVE 0      TO WS-APPLY-AMOUNT
           MOVE 0      TO WS-EXCESS-AMOUNT

           *> 請求書番号があればそれで引き、無ければ顧客IDと金額で
           *> 未入金残がちょうど一致する請求書を探す
           EVALUATE TRUE
               WHEN LB-AMOUNT NOT NUMERIC
                   SET REMIT-IS-INVALID TO TRUE
                   MOVE "BA" TO WS-REJECT-REASON-CD
                   MOVE "AMOUNT NOT NUMERIC"
                       TO WS-REJECT-REASON-TX
               WHEN LB-AMOUNT = 0
                   SET REMIT-IS-INVALID TO TRUE
                   MOVE "BA" TO WS-REJECT-REASON-CD
                   MOVE "AMOUNT MISSING"
                       TO WS-REJECT-REASON-TX
               WHEN LB-INV-NO NOT NUMERIC OR LB-CUST-ID NOT NUMERIC
                   SET REMIT-IS-INVALID TO TRUE
                   MOVE "BR" TO WS-REJECT-REASON-CD
                   MOVE "INVOICE OR CUST NOT NUMERIC"
                       TO WS-REJECT-REASON-TX
               WHEN LB-INV-NO > 0
                   PERFORM MATCH-BY-INVOICE
               WHEN LB-CUST-ID > 0
                   PERFORM MATCH-BY-CUSTOMER-AMOUNT
               WHEN OTHER
                   SET REMIT-IS-INVALID TO TRUE
                   MOVE "NI" TO WS-REJECT-REASON-CD
                   MOVE "NO INVOICE OR CUSTOMER"
                       TO WS-REJECT-REASON-TX
           END-EVALUATE

           IF REMIT-IS-VALID AND CUSTMAST-PRESENT
               MOVE IR-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       SET REMIT-IS-INVALID TO TRUE
                       MOVE "NF" TO WS-REJECT-REASON-CD
                       MOVE "CUST ID NOT ON CUSTMAST"
                           TO WS-REJECT-REASON-TX
               END-READ
           END-IF

           IF REMIT-IS-VALID
               PERFORM APPLY-TO-INVOICE
               PERFORM WRITE-CASH-TRAN
               ADD 1 TO WS-MATCH-COUNT
               ADD LB-AMOUNT TO WS-MATCH-AMOUNT
               PERFORM WRITE-APPLIED-LINE
           ELSE
               PERFORM WRITE-UNAPPLIED-CASH
           END-IF
           .

       MATCH-BY-INVOICE.
           MOVE LB-INV-NO TO IR-INV-NO
           READ INVREG KEY IS IR-INV-NO
               INVALID KEY
                   SET REMIT-IS-INVALID TO TRUE
                   MOVE "IN" TO WS-REJECT-REASON-CD
                   MOVE "INVOICE NOT ON REGISTER"
                       TO WS-REJECT-REASON-TX
           END-READ

           *> 顧客IDも読めている入金は請求書の請求先と突き合わせる。
           *> 消込済みの請求書への入金は二重払いの疑いがあるので調査へ
           IF REMIT-IS-VALID
               IF LB-CUST-ID > 0 AND LB-CUST-ID NOT = IR-CUST-ID
                   SET REMIT-IS-INVALID TO TRUE
                   MOVE "CM" TO WS-REJECT-REASON-CD
                   MOVE "CUST DOES NOT MATCH INVOICE"
                       TO WS-REJECT-REASON-TX
               ELSE
                   IF IR-OPEN-AMOUNT = 0
                       SET REMIT-IS-INVALID TO TRUE
                       MOVE "IP" TO WS-REJECT-REASON-CD
                       MOVE "INVOICE ALREADY PAID"
                           TO WS-REJECT-REASON-TX
                   END-IF
               END-IF
           END-IF
           .

       MATCH-BY-CUSTOMER-AMOUNT.
           *> 副キー（顧客ID）は登録順に並ぶので、未入金残が入金額と
           *> 一致する一番古い請求書に充てる。一部入金はどの請求書か
           *> 決められないので金額が一致しない限り仮受金に回す
           MOVE "N" TO WS-INV-FOUND
           MOVE "N" TO WS-SCAN-END
           MOVE LB-CUST-ID TO IR-CUST-ID
           START INVREG KEY IS = IR-CUST-ID
               INVALID KEY
                   SET SCAN-END TO TRUE
           END-START

           PERFORM UNTIL SCAN-END OR INV-FOUND
               READ INVREG NEXT RECORD
                   AT END
                       SET SCAN-END TO TRUE
                   NOT AT END
                       IF IR-CUST-ID NOT = LB-CUST-ID
                           SET SCAN-END TO TRUE
                       ELSE
                           IF IR-OPEN-AMOUNT = LB-AMOUNT
                               SET INV-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF INV-FOUND
               MOVE "BY CUST+AMOUNT" TO WS-MATCH-NOTE
           ELSE
               SET REMIT-IS-INVALID TO TRUE
               MOVE "NM" TO WS-REJECT-REASON-CD
               MOVE "NO OPEN INVOICE FOR AMOUNT"
                   TO WS-REJECT-REASON-TX
           END-IF
           .

       APPLY-TO-INVOICE.
           *> 一部入金は未入金残を減らして請求書を開いたままにし、
           *> 過入金は請求書を消し切って超過分を顧客の預りとして残す
           *> （入金額そのものはMVP13へ渡すので売掛残高はマイナスになる）
           MOVE IR-OPEN-AMOUNT TO WS-OPEN-BEFORE
           IF LB-AMOUNT < IR-OPEN-AMOUNT
               MOVE LB-AMOUNT TO WS-APPLY-AMOUNT
               MOVE "PARTIAL" TO WS-MATCH-NOTE
               ADD 1 TO WS-PARTIAL-COUNT
           ELSE
               MOVE IR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               COMPUTE WS-EXCESS-AMOUNT = LB-AMOUNT - IR-OPEN-AMOUNT
               IF WS-EXCESS-AMOUNT > 0
                   MOVE "OVERPAID" TO WS-MATCH-NOTE
                   ADD 1 TO WS-OVER-COUNT
                   ADD WS-EXCESS-AMOUNT TO WS-OVER-AMOUNT
               END-IF
           END-IF

           SUBTRACT WS-APPLY-AMOUNT FROM IR-OPEN-AMOUNT
           MOVE LB-DEPOSIT-DATE TO IR-LAST-PAY-DATE
           MOVE IR-OPEN-AMOUNT  TO WS-OPEN-AFTER
           REWRITE INVREG-REC
               INVALID KEY
                   DISPLAY "MVP26: REWRITE FAILED FOR INVOICE "
                       IR-INV-NO
           END-REWRITE
           PERFORM JOURNAL-OPEN-CHANGE
           .

       WRITE-CASH-TRAN.
           *> 照合用の参照番号には請求書番号を渡す（小切手番号はこの
           *> プログラムのレポートに残る）
           MOVE "P"        TO TR-ACTION
           MOVE IR-CUST-ID TO TR-CUST-ID
           MOVE LB-AMOUNT  TO TR-AMOUNT
           MOVE IR-INV-NO  TO TR-REF
           WRITE TRANREC
           .

       JOURNAL-OPEN-CHANGE.
           MOVE "INVREG"         TO WS-CHG-MASTER
           MOVE IR-INV-NO        TO WS-CHG-KEY
           MOVE "IR-OPEN-AMOUNT" TO WS-CHG-FIELD
           MOVE WS-OPEN-BEFORE   TO WS-CHG-AMT-ED
           MOVE WS-CHG-AMT-ED    TO WS-CHG-BEFORE
           MOVE WS-OPEN-AFTER    TO WS-CHG-AMT-ED
           MOVE WS-CHG-AMT-ED    TO WS-CHG-AFTER
           PERFORM WRITE-CHANGE-ENTRY
           .

       WRITE-CHANGE-ENTRY.
           *> 共通項目（実行日時と発生元トランザクション）を添えて追記
           MOVE "MVP26"          TO MJ-PROGRAM-ID
           MOVE WS-CHG-MASTER    TO MJ-MASTER
           MOVE WS-CHG-KEY       TO MJ-KEY
           MOVE WS-CHG-FIELD     TO MJ-FIELD
           MOVE WS-CHG-BEFORE    TO MJ-BEFORE
           MOVE WS-CHG-AFTER     TO MJ-AFTER
           MOVE WS-RUN-DATE      TO MJ-RUN-DATE
           MOVE WS-RUN-TIME      TO MJ-RUN-TIME
           MOVE WS-ITEM-COUNT    TO MJ-TRAN-SEQ
           MOVE LBXREC           TO MJ-TRAN-IMAGE
           MOVE SPACE            TO MJ-FILLER
           WRITE MCHGJRNL-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REP-REC
           STRING "MVP26 LOCKBOX CASH MATCHING - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           MOVE SPACES TO REP-REC
           MOVE "MATCHED REMITTANCES (INVOICE OPEN BEFORE -> AFTER)"
               TO REP-REC
           WRITE REP-REC
           .

       WRITE-APPLIED-LINE.
           MOVE LB-CHECK-NO        TO WS-DTL-CHECK-NO
           MOVE IR-CUST-ID         TO WS-DTL-CUST-ID
           MOVE IR-INV-NO          TO WS-DTL-INV-NO
           MOVE LB-AMOUNT          TO WS-DTL-AMOUNT
           MOVE WS-OPEN-BEFORE     TO WS-DTL-BEF-OPEN
           MOVE WS-OPEN-AFTER      TO WS-DTL-AFT-OPEN
           MOVE WS-MATCH-NOTE      TO WS-DTL-NOTE
           WRITE REP-REC FROM WS-DETAIL-LINE
           .

       WRITE-UNAPPLIED-CASH.
           *> 仮受金ファイルへ入金明細をそのまま残し、レポート用の
           *> 明細は作業ファイルへ退避する
           ADD 1 TO WS-UNAP-COUNT
           IF LB-AMOUNT NUMERIC
               ADD LB-AMOUNT TO WS-UNAP-AMOUNT
           END-IF

           MOVE LB-DEPOSIT-DATE     TO UC-DEPOSIT-DATE
           MOVE LB-BATCH-NO         TO UC-BATCH-NO
           MOVE LB-ITEM-NO          TO UC-ITEM-NO
           MOVE LB-CHECK-NO         TO UC-CHECK-NO
           MOVE LB-CUST-ID          TO UC-CUST-ID
           MOVE LB-INV-NO           TO UC-INV-NO
           MOVE LB-AMOUNT           TO UC-AMOUNT
           MOVE WS-REJECT-REASON-CD TO UC-REASON-CD
           MOVE WS-RUN-DATE         TO UC-RUN-DATE
           MOVE SPACES              TO UC-FILLER
           WRITE UNAPCASH-REC

           MOVE LB-CHECK-NO         TO WS-UNL-CHECK-NO
           MOVE LB-CUST-ID          TO WS-UNL-CUST-ID
           MOVE LB-INV-NO           TO WS-UNL-INV-NO
           IF LB-AMOUNT NUMERIC
               MOVE LB-AMOUNT       TO WS-UNL-AMOUNT
           ELSE
               MOVE 0               TO WS-UNL-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON-CD TO WS-UNL-REASON-CD
           MOVE WS-REJECT-REASON-TX TO WS-UNL-REASON-TX
           WRITE REJWORK-REC FROM WS-UNAP-LINE
           .

       WRITE-UNAPPLIED-SECTION.
           *> 作業ファイルへ退避しておいた仮受金明細をレポート末尾へ転記
           MOVE SPACES TO REP-REC
           MOVE "UNAPPLIED CASH - FOR MANUAL RESEARCH" TO REP-REC
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
                  WS-ITEM-COUNT DELIMITED BY SIZE
                  " MAT " DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  " PRT " DELIMITED BY SIZE
                  WS-PARTIAL-COUNT DELIMITED BY SIZE
                  " OVR " DELIMITED BY SIZE
                  WS-OVER-COUNT DELIMITED BY SIZE
                  " UNA " DELIMITED BY SIZE
                  WS-UNAP-COUNT DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC

           MOVE WS-MATCH-AMOUNT TO WS-TRL-AMT-ED
           MOVE WS-OVER-AMOUNT  TO WS-TRL-OVR-ED
           MOVE WS-UNAP-AMOUNT  TO WS-TRL-UNA-ED
           MOVE SPACES TO REP-REC
           STRING "MATCHED " DELIMITED BY SIZE
                  WS-TRL-AMT-ED DELIMITED BY SIZE
                  " ON ACCT " DELIMITED BY SIZE
                  WS-TRL-OVR-ED DELIMITED BY SIZE
                  " UNAPPLIED " DELIMITED BY SIZE
                  WS-TRL-UNA-ED DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP26"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-ITEM-COUNT    TO AL-IN-COUNT
           MOVE WS-MATCH-COUNT   TO AL-OUT-COUNT
           MOVE WS-UNAP-COUNT    TO AL-REJECT-COUNT
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
