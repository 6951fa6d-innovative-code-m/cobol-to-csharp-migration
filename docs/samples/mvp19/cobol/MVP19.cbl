       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP19.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 顧客窓口が起こす返品トランザクション（元の注文番号で指定）
           SELECT TRANFILE
               ASSIGN TO "RETTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
           *> MVP01が計上した注文の履歴。返品数量の上限確認と、返品
           *> 済み数量の積み上げに使う
           SELECT ORDHIST
               ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-KEY
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT SORTWORK ASSIGN TO "MVP19SRT.DAT".
           *> 戻り品を在庫へ戻す（あるときだけ）
           SELECT STOCKMAST
               ASSIGN TO "STOCKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-ITEM-CODE
               FILE STATUS IS WS-STOCKMAST-STATUS.
           *> まだ出荷していないバックオーダー分の返品は在庫へ戻さず
           *> 未引当残を減らす
           SELECT BACKORD
               ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.
           *> 売掛残高マスター（返品額を貸記する）
           SELECT ARBAL
               ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CUST-ID
               FILE STATUS IS WS-ARBAL-STATUS.
           *> 売掛仕訳帳（MVP01の借記と同じ形式でC=貸記を追記）
           SELECT ARJRNL
               ASSIGN TO "ARJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARJRNL-STATUS.
           *> MVP16が積み上げる期間売上。計上した期間の数量・金額を
           *> 返品分だけ戻す（あるときだけ）
           SELECT PERSALES
               ASSIGN TO "PERSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SALES-KEY
               FILE STATUS IS WS-PERSALES-STATUS.
           *> 貸記先名義と品名はマスターから引く（MVP11と同じ）
           SELECT CUSTMAST
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ITEMMAST
               ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           *> 税仕訳（返品で戻した税をR行で追記。MVP01と同じ形式）
           SELECT TAXJRNL
               ASSIGN TO "TAXJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXJRNL-STATUS.
           *> 貸記伝票本体（1顧客1伝票、MVP11の請求書と同じ印字形式）
           SELECT CRMFILE
               ASSIGN TO "MVP19CRM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 実行をまたいで貸記伝票番号を採番する管理ファイル
           *> （請求書番号のINVCTL.DATとは別系列）
           SELECT CRMCTL
               ASSIGN TO "CRMCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMCTL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP19RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 拒否明細はいったん作業ファイルへ退避し、適用明細を
           *> 書き終えた後でレポート末尾の拒否セクションへまとめ直す
           *> （MVP03・MVP06と同じ方式）
           SELECT REJWORK
               ASSIGN TO "MVP19REJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 返品トランザクション（元の注文番号・明細番号・返品数量・
       *> 返品理由）
       FD  TRANFILE
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE IS F.
       01  TRANREC.
           05 TR-ORDER-NO       PIC 9(7).
           05 TR-LINE-NO        PIC 9(3).
           05 TR-QTY            PIC 9(3).
           *> 返品理由（伝票に印字するだけで処理には使わない）
           05 TR-REASON         PIC X(2).

       *> MVP01のRECORD-ORDER-HISTORYが書くのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  ORDHIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORDHIST-REC.
           05 OH-ORDER-KEY.
              10 OH-ORDER-NO    PIC 9(7).
              10 OH-LINE-NO     PIC 9(3).
           05 OH-ORDER-DATE     PIC 9(8).
           05 OH-CUST-ID        PIC 9(5).
           05 OH-ITEM-CODE      PIC X(6).
           05 OH-QTY            PIC 9(3).
           05 OH-UNIT-PRICE     PIC 9(3)V99.
           05 OH-TOTAL          PIC 9(7)V99.
           05 OH-BRANCH-CODE    PIC X(3).
           05 OH-STOCK-FLAG     PIC X(1).
           05 OH-POST-DATE      PIC 9(8).
           05 OH-RETURNED-QTY   PIC 9(3).
           *> 計上時の消費税・課税地域・税区分（E=非課税顧客）
           05 OH-TAX-AMOUNT     PIC 9(7)V99.
           05 OH-TAX-JURIS      PIC X(4).
           05 OH-TAX-FLAG       PIC X(1).
           05 OH-FILLER         PIC X(5).

       SD  SORTWORK.
       01  SORTWORK-REC.
           05 SRT-CUST-ID       PIC 9(5).
           05 SRT-ORDER-NO      PIC 9(7).
           05 SRT-LINE-NO       PIC 9(3).
           05 SRT-ORDER-DATE    PIC 9(8).
           05 SRT-ITEM-CODE     PIC X(6).
           05 SRT-QTY           PIC 9(3).
           05 SRT-UNIT-PRICE    PIC 9(3)V99.
           05 SRT-AMOUNT        PIC 9(7)V99.
           05 SRT-STOCK-FLAG    PIC X(1).
           05 SRT-POST-DATE     PIC 9(8).
           05 SRT-REASON        PIC X(2).
           05 SRT-TAX-AMOUNT    PIC 9(7)V99.
           05 SRT-TAX-JURIS     PIC X(4).
           05 SRT-TAX-FLAG      PIC X(1).
           05 SRT-BRANCH-CODE   PIC X(3).

       *> MVP01のALLOCATE-STOCKが読むのと同じレイアウト
       FD  STOCKMAST
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  STOCKMAST-REC.
           05 SK-ITEM-CODE      PIC X(6).
           05 SK-QTY-ON-HAND    PIC 9(7).
           05 SK-REORDER-POINT  PIC 9(7).

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

       *> MVP01のPOST-RECEIVABLEが書くのと同じレイアウト
       FD  ARBAL
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  ARBAL-REC.
           05 AR-CUST-ID        PIC 9(5).
           05 AR-BALANCE        PIC S9(9)V99.

       *> 売掛仕訳帳（D=計上借記 P=入金 C=貸記。MVP01と同じ形式）
       FD  ARJRNL
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  ARJRNL-REC.
           05 AJ-CUST-ID        PIC 9(5).
           05 AJ-TRAN-DATE      PIC 9(8).
           05 AJ-TRAN-TYPE      PIC X(1).
           05 AJ-AMOUNT         PIC 9(7)V99.
           05 AJ-REF            PIC 9(7).
           05 AJ-FILLER         PIC X(10).

       *> MVP16のPOST-ONE-PERIOD-SALEが書くのと同じレイアウト
       FD  PERSALES
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
       01  PERSALES-REC.
           05 PS-SALES-KEY.
              10 PS-PERIOD      PIC 9(6).
              10 PS-CUST-ID     PIC 9(5).
              10 PS-ITEM-CODE   PIC X(6).
           05 PS-UNITS          PIC 9(9).
           05 PS-ORDERS         PIC 9(7).
           05 PS-VALUE          PIC 9(11)V99.

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

       *> MVP06が保守する品目カタログと同じレイアウト
       FD  ITEMMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  ITEMMAST-REC.
           05 IT-ITEM-CODE      PIC X(6).
           05 IT-ITEM-DESC      PIC X(20).
           05 IT-UNIT-PRICE     PIC 9(3)V99.
           05 IT-STATUS         PIC X(1).
               88 IT-ACTIVE               VALUE "A".

       *> MVP01のRECORD-TAX-JOURNALが書くのと同じレイアウト
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

       FD  CRMFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CRM-REC              PIC X(80).

       *> 次に使う貸記伝票番号1件だけの管理レコード
       FD  CRMCTL
           RECORD CONTAINS 7 CHARACTERS
           RECORDING MODE IS F.
       01  CRMCTL-REC.
           05 CC-NEXT-CRM-NO    PIC 9(7).

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
       01  WS-ORDHIST-STATUS    PIC X(2) VALUE SPACES.
           88 ORDHIST-OK                  VALUE "00".
       01  WS-STOCKMAST-STATUS  PIC X(2) VALUE SPACES.
           88 STOCKMAST-OK                VALUE "00".
       01  WS-BACKORD-STATUS    PIC X(2) VALUE SPACES.
           88 BACKORD-OK                  VALUE "00".
       01  WS-ARBAL-STATUS      PIC X(2) VALUE SPACES.
           88 ARBAL-OK                    VALUE "00".
           88 ARBAL-MISSING               VALUE "35".
       01  WS-ARJRNL-STATUS     PIC X(2) VALUE SPACES.
           88 ARJRNL-OK                   VALUE "00".
       01  WS-PERSALES-STATUS   PIC X(2) VALUE SPACES.
           88 PERSALES-OK                 VALUE "00".
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CUSTMAST-OK                 VALUE "00".
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMMAST-OK                 VALUE "00".
       01  WS-TAXJRNL-STATUS    PIC X(2) VALUE SPACES.
           88 TAXJRNL-OK                  VALUE "00".
       01  WS-CRMCTL-STATUS     PIC X(2) VALUE SPACES.
           88 CRMCTL-OK                   VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> 在庫・未引当・期間売上・名義・品名は「あれば使う」方式
       01  WS-STOCKMAST-PRESENT PIC X VALUE "N".
           88 STOCKMAST-PRESENT           VALUE "Y".
       01  WS-BACKORD-PRESENT   PIC X VALUE "N".
           88 BACKORD-PRESENT             VALUE "Y".
       01  WS-PERSALES-PRESENT  PIC X VALUE "N".
           88 PERSALES-PRESENT            VALUE "Y".
       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".
           88 CUSTMAST-PRESENT            VALUE "Y".
       01  WS-ITEMMAST-PRESENT  PIC X VALUE "N".
           88 ITEMMAST-PRESENT            VALUE "Y".

       01  WS-TRAN-VALID        PIC X VALUE "N".
           88 TRAN-IS-VALID               VALUE "Y".
           88 TRAN-IS-INVALID             VALUE "N".

       01  WS-REJECT-REASON-CD  PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TX  PIC X(29) VALUE SPACES.

       *> 返品可能な残数（計上数量－返品済み数量）
       01  WS-RETURNABLE-QTY    PIC 9(3) VALUE 0.
       01  WS-RETURN-AMOUNT     PIC 9(7)V99 VALUE 0.
       *> 返品分の税（計上時の税額を返品数量で按分）
       01  WS-RETURN-TAX        PIC 9(7)V99 VALUE 0.

       *> 明細ごとの在庫・期間売上の処理結果（レポートの注記）
       01  WS-STOCK-NOTE        PIC X(10) VALUE SPACES.
       01  WS-SALES-NOTE        PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-RETURN-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJ-COUNT         PIC 9(7) VALUE 0.
       01  WS-MEMO-COUNT        PIC 9(7) VALUE 0.
       01  WS-CREDIT-SUM        PIC 9(11)V99 VALUE 0.

       *> 採番用（管理ファイルが無い初回は1から始める）
       01  WS-NEXT-CRM-NO       PIC 9(7) VALUE 1.
       01  WS-CUR-CRM-NO        PIC 9(7) VALUE 0.

       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF                     VALUE "Y".

       *> 顧客単位の編集域（コントロールブレークで都度クリア）
       01  WS-PREV-CUST-ID      PIC 9(5) VALUE 0.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".
       01  WS-CREDIT-NAME       PIC X(20) VALUE SPACES.
       01  WS-CRM-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-CRM-TAX           PIC 9(9)V99 VALUE 0.

       *> 貸記伝票の見出し・明細・合計行（MVP11の請求書に揃える）
       01  WS-CRM-HDR-1.
           05 FILLER            PIC X(12) VALUE "CREDIT MEMO ".
           05 CH-CRM-NO         PIC 9(7).
           05 FILLER            PIC X(13) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 CH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(35) VALUE SPACES.

       01  WS-CRM-HDR-2.
           05 FILLER            PIC X(15) VALUE "CREDIT TO CUST ".
           05 CH-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CH-CREDIT-NAME    PIC X(20).
           05 FILLER            PIC X(39) VALUE SPACES.

       01  WS-CRM-COL-HDR.
           05 FILLER            PIC X(28) VALUE
              "ITEM   DESCRIPTION".
           05 FILLER            PIC X(33) VALUE
              "  QTY  UNIT PRICE         AMOUNT".
           05 FILLER            PIC X(19) VALUE
              " ORIGINAL ORDER".

       01  WS-CRM-DTL.
           05 CD-ITEM-CODE      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CD-ITEM-DESC      PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-UNIT-PRICE     PIC ZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CD-ORDER-NO       PIC 9(7).
           05 FILLER            PIC X(1) VALUE "/".
           05 CD-LINE-NO        PIC 9(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CD-REASON         PIC X(2).
           05 FILLER            PIC X(6) VALUE SPACES.

       *> 税を戻した伝票だけ税抜小計と税を別行で見せる
       01  WS-CRM-SUB.
           05 FILLER            PIC X(14) VALUE "SUBTOTAL      ".
           05 CS-CRM-SUBTOTAL   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  WS-CRM-TAX-LINE.
           05 FILLER            PIC X(14) VALUE "TAX           ".
           05 CX-CRM-TAX        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  WS-CRM-TRL.
           05 FILLER            PIC X(14) VALUE "CREDIT TOTAL  ".
           05 CT-CRM-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(52) VALUE SPACES.

       *> レポート明細の編集用（適用分・拒否分で共用）
       01  WS-DETAIL-LINE.
           05 WS-DTL-ORDER-NO   PIC 9(7).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-DTL-LINE-NO    PIC 9(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-CUST-ID    PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-ITEM-CODE  PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-QTY        PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-AMOUNT     PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(6) VALUE " MEMO ".
           05 WS-DTL-CRM-NO     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON     PIC X(27).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT TRANFILE
           IF NOT TRANFILE-OK
               DISPLAY "MVP19: CANNOT OPEN RETTRAN.DAT, STATUS="
                   WS-TRANFILE-STATUS
               GOBACK
           END-IF

           *> 元の売上が照合できなければ返品は一件も受けられない
           OPEN I-O ORDHIST
           IF NOT ORDHIST-OK
               DISPLAY "MVP19: CANNOT OPEN ORDHIST.DAT, STATUS="
                   WS-ORDHIST-STATUS
               CLOSE TRANFILE
               GOBACK
           END-IF

           *> 初回はARBAL.DATがまだ無いことがあるのでOUTPUTで
           *> 空の索引ファイルを作ってからI-Oで開き直す
           OPEN I-O ARBAL
           IF ARBAL-MISSING
               OPEN OUTPUT ARBAL
               CLOSE ARBAL
               OPEN I-O ARBAL
           END-IF
           IF NOT ARBAL-OK
               DISPLAY "MVP19: CANNOT OPEN ARBAL.DAT, STATUS="
                   WS-ARBAL-STATUS
               CLOSE TRANFILE ORDHIST
               GOBACK
           END-IF

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成
           *> しない）ので、初回はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND ARJRNL
           IF NOT ARJRNL-OK
               OPEN OUTPUT ARJRNL
           END-IF
           OPEN EXTEND TAXJRNL
           IF NOT TAXJRNL-OK
               OPEN OUTPUT TAXJRNL
           END-IF

           OPEN I-O STOCKMAST
           IF STOCKMAST-OK
               SET STOCKMAST-PRESENT TO TRUE
           END-IF
           OPEN I-O BACKORD
           IF BACKORD-OK
               SET BACKORD-PRESENT TO TRUE
           END-IF
           OPEN I-O PERSALES
           IF PERSALES-OK
               SET PERSALES-PRESENT TO TRUE
           END-IF
           OPEN INPUT CUSTMAST
           IF CUSTMAST-OK
               SET CUSTMAST-PRESENT TO TRUE
           END-IF
           OPEN INPUT ITEMMAST
           IF ITEMMAST-OK
               SET ITEMMAST-PRESENT TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-NEXT-CREDIT-NO

           OPEN OUTPUT REPFILE
           OPEN OUTPUT REJWORK
           OPEN OUTPUT CRMFILE
           PERFORM WRITE-REPORT-HEADER

           *> 入力手続で元の注文と照合して返品済み数量を積み、
           *> 通ったものを顧客順に並べて出力手続で1顧客1伝票に起こす
           SORT SORTWORK
               ON ASCENDING KEY SRT-CUST-ID SRT-ORDER-NO SRT-LINE-NO
               INPUT PROCEDURE IS VALIDATE-RETURNS
               OUTPUT PROCEDURE IS CREDIT-BY-CUSTOMER

           CLOSE TRANFILE ORDHIST ARBAL ARJRNL TAXJRNL REJWORK CRMFILE
           IF STOCKMAST-PRESENT
               CLOSE STOCKMAST
           END-IF
           IF BACKORD-PRESENT
               CLOSE BACKORD
           END-IF
           IF PERSALES-PRESENT
               CLOSE PERSALES
           END-IF
           IF CUSTMAST-PRESENT
               CLOSE CUSTMAST
           END-IF
           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF

           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPFILE

           PERFORM SAVE-NEXT-CREDIT-NO

           DISPLAY "MVP19: " WS-RETURN-COUNT
               " RETURN(S) CREDITED ON " WS-MEMO-COUNT
               " MEMO(S), " WS-REJ-COUNT
               " REJECTED, SEE MVP19RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       LOAD-NEXT-CREDIT-NO.
           *> 前回実行が残した「次に使う番号」を取り込む。管理ファイル
           *> が無い初回と中身が壊れているときは1から振り直す
           OPEN INPUT CRMCTL
           IF CRMCTL-OK
               READ CRMCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-NEXT-CRM-NO NUMERIC
                          AND CC-NEXT-CRM-NO NOT = 0
                           MOVE CC-NEXT-CRM-NO TO WS-NEXT-CRM-NO
                       END-IF
               END-READ
               CLOSE CRMCTL
           END-IF
           .

       SAVE-NEXT-CREDIT-NO.
           *> 今回使った分だけ進んだ番号を次回実行へ引き継ぐ
           OPEN OUTPUT CRMCTL
           MOVE WS-NEXT-CRM-NO TO CC-NEXT-CRM-NO
           WRITE CRMCTL-REC
           CLOSE CRMCTL
           .

       VALIDATE-RETURNS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ TRANFILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM EDIT-ONE-RETURN
                       IF TRAN-IS-INVALID
                           PERFORM WRITE-REJECT-LINE
                       ELSE
                           PERFORM ACCEPT-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       EDIT-ONE-RETURN.
           SET TRAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CD
           MOVE SPACES TO WS-REJECT-REASON-TX

           EVALUATE TRUE
               WHEN TR-ORDER-NO NOT NUMERIC OR TR-ORDER-NO = 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "ON" TO WS-REJECT-REASON-CD
                   MOVE "ORDER NO MISSING OR BAD"
                       TO WS-REJECT-REASON-TX
               WHEN TR-LINE-NO NOT NUMERIC OR TR-LINE-NO = 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "LN" TO WS-REJECT-REASON-CD
                   MOVE "LINE NO MISSING OR BAD"
                       TO WS-REJECT-REASON-TX
               WHEN TR-QTY NOT NUMERIC
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BQ" TO WS-REJECT-REASON-CD
                   MOVE "QUANTITY NOT NUMERIC"
                       TO WS-REJECT-REASON-TX
               WHEN TR-QTY = 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "BQ" TO WS-REJECT-REASON-CD
                   MOVE "RETURN QUANTITY MISSING"
                       TO WS-REJECT-REASON-TX
               WHEN OTHER
                   *> 履歴の保持日数（MVP01のPM-HIST-RETEN-DAYS）を
                   *> 過ぎた注文は照合できないので受けない
                   MOVE TR-ORDER-NO TO OH-ORDER-NO
                   MOVE TR-LINE-NO  TO OH-LINE-NO
                   READ ORDHIST
                       INVALID KEY
                           SET TRAN-IS-INVALID TO TRUE
                           MOVE "NF" TO WS-REJECT-REASON-CD
                           MOVE "NOT IN POSTED HISTORY"
                               TO WS-REJECT-REASON-TX
                   END-READ
           END-EVALUATE

           *> 計上数量から返品済み数量を引いた残りまでしか受けない
           *> （同じ注文の分割返品も累計で判定する）
           IF TRAN-IS-VALID
               IF OH-RETURNED-QTY NOT NUMERIC
                   MOVE 0 TO OH-RETURNED-QTY
               END-IF
               COMPUTE WS-RETURNABLE-QTY = OH-QTY - OH-RETURNED-QTY
               IF TR-QTY > WS-RETURNABLE-QTY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "RQ" TO WS-REJECT-REASON-CD
                   MOVE "RETURN EXCEEDS QTY SOLD"
                       TO WS-REJECT-REASON-TX
               END-IF
           END-IF
           .

       ACCEPT-ONE-RETURN.
           *> 返品済み数量はここで積んでおく（同じ実行の中で同じ明細の
           *> 返品が続いても、次の行の上限判定に効くように）
           ADD TR-QTY TO OH-RETURNED-QTY
           REWRITE ORDHIST-REC

           *> 返品額は計上時の単価（価格差替後）で出す
           COMPUTE WS-RETURN-AMOUNT ROUNDED = TR-QTY * OH-UNIT-PRICE

           *> 税も計上時の税額を数量で按分して戻す（税率が改定されて
           *> いても売ったときの税率のまま戻すため）
           MOVE 0 TO WS-RETURN-TAX
           IF OH-TAX-AMOUNT NUMERIC AND OH-TAX-AMOUNT > 0
              AND OH-QTY > 0
               COMPUTE WS-RETURN-TAX ROUNDED =
                   OH-TAX-AMOUNT * TR-QTY / OH-QTY
           END-IF

           MOVE OH-CUST-ID       TO SRT-CUST-ID
           MOVE OH-ORDER-NO      TO SRT-ORDER-NO
           MOVE OH-LINE-NO       TO SRT-LINE-NO
           MOVE OH-ORDER-DATE    TO SRT-ORDER-DATE
           MOVE OH-ITEM-CODE     TO SRT-ITEM-CODE
           MOVE TR-QTY           TO SRT-QTY
           MOVE OH-UNIT-PRICE    TO SRT-UNIT-PRICE
           MOVE WS-RETURN-AMOUNT TO SRT-AMOUNT
           MOVE OH-STOCK-FLAG    TO SRT-STOCK-FLAG
           MOVE OH-POST-DATE     TO SRT-POST-DATE
           MOVE TR-REASON        TO SRT-REASON
           MOVE WS-RETURN-TAX    TO SRT-TAX-AMOUNT
           MOVE OH-TAX-JURIS     TO SRT-TAX-JURIS
           MOVE OH-TAX-FLAG      TO SRT-TAX-FLAG
           MOVE OH-BRANCH-CODE   TO SRT-BRANCH-CODE
           RELEASE SORTWORK-REC
           .

       CREDIT-BY-CUSTOMER.
           MOVE "Y" TO WS-FIRST-SORT-REC
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               RETURN SORTWORK
                   AT END
                       SET EOF TO TRUE
                       IF NOT IS-FIRST-SORT-REC
                           PERFORM FINISH-ONE-MEMO
                       END-IF
                   NOT AT END
                       IF IS-FIRST-SORT-REC
                           MOVE "N" TO WS-FIRST-SORT-REC
                           PERFORM START-ONE-MEMO
                       ELSE
                           IF SRT-CUST-ID NOT = WS-PREV-CUST-ID
                               PERFORM FINISH-ONE-MEMO
                               PERFORM START-ONE-MEMO
                           END-IF
                       END-IF
                       PERFORM APPLY-ONE-RETURN
               END-RETURN
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       START-ONE-MEMO.
           MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
           ADD 1 TO WS-MEMO-COUNT
           MOVE 0 TO WS-CRM-TOTAL
           MOVE 0 TO WS-CRM-TAX

           MOVE SPACES TO WS-CREDIT-NAME
           IF CUSTMAST-PRESENT
               MOVE SRT-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO WS-CREDIT-NAME
               END-READ
           END-IF

           MOVE WS-NEXT-CRM-NO TO WS-CUR-CRM-NO
           ADD 1 TO WS-NEXT-CRM-NO
           MOVE WS-CUR-CRM-NO  TO CH-CRM-NO
           MOVE WS-RUN-DATE    TO CH-RUN-DATE
           WRITE CRM-REC FROM WS-CRM-HDR-1

           MOVE SRT-CUST-ID    TO CH-CUST-ID
           MOVE WS-CREDIT-NAME TO CH-CREDIT-NAME
           WRITE CRM-REC FROM WS-CRM-HDR-2

           WRITE CRM-REC FROM WS-CRM-COL-HDR
           .

       APPLY-ONE-RETURN.
           PERFORM RESTOCK-ONE-RETURN
           PERFORM REVERSE-PERIOD-SALES

           MOVE SRT-ITEM-CODE  TO CD-ITEM-CODE
           MOVE SPACES         TO CD-ITEM-DESC
           IF ITEMMAST-PRESENT
               MOVE SRT-ITEM-CODE TO IT-ITEM-CODE
               READ ITEMMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IT-ITEM-DESC TO CD-ITEM-DESC
               END-READ
           END-IF
           MOVE SRT-QTY        TO CD-QTY
           MOVE SRT-UNIT-PRICE TO CD-UNIT-PRICE
           MOVE SRT-AMOUNT     TO CD-AMOUNT
           MOVE SRT-ORDER-NO   TO CD-ORDER-NO
           MOVE SRT-LINE-NO    TO CD-LINE-NO
           MOVE SRT-REASON     TO CD-REASON
           WRITE CRM-REC FROM WS-CRM-DTL
           ADD SRT-AMOUNT TO WS-CRM-TOTAL
           ADD SRT-TAX-AMOUNT TO WS-CRM-TAX

           *> 課税地域のあった売上の返品は税仕訳にR行で戻す
           IF SRT-TAX-JURIS NOT = SPACES
               PERFORM RECORD-TAX-REVERSAL
           END-IF

           ADD 1 TO WS-RETURN-COUNT
           PERFORM WRITE-APPLIED-LINE
           .

       RESTOCK-ONE-RETURN.
           *> バックオーダーのまま未出荷の注文は在庫を引き落として
           *> いないので、未引当残を返品数量だけ減らす（0になれば消す）。
           *> 出荷済みの分だけ在庫へ戻す
           MOVE SPACES TO WS-STOCK-NOTE
           IF SRT-STOCK-FLAG = "B" AND BACKORD-PRESENT
               MOVE SRT-ITEM-CODE  TO BO-ITEM-CODE
               MOVE SRT-ORDER-DATE TO BO-ORDER-DATE
               MOVE SRT-ORDER-NO   TO BO-ORDER-NO
               MOVE SRT-LINE-NO    TO BO-LINE-NO
               READ BACKORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BO-QTY > SRT-QTY
                           SUBTRACT SRT-QTY FROM BO-QTY
                           REWRITE BACKORD-REC
                       ELSE
                           DELETE BACKORD RECORD
                       END-IF
                       MOVE "BO REDUCED" TO WS-STOCK-NOTE
               END-READ
           END-IF

           IF WS-STOCK-NOTE = SPACES AND STOCKMAST-PRESENT
               MOVE SRT-ITEM-CODE TO SK-ITEM-CODE
               READ STOCKMAST
                   INVALID KEY
                       MOVE SRT-ITEM-CODE TO SK-ITEM-CODE
                       MOVE SRT-QTY       TO SK-QTY-ON-HAND
                       MOVE 0             TO SK-REORDER-POINT
                       WRITE STOCKMAST-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD SRT-QTY TO SK-QTY-ON-HAND
                       REWRITE STOCKMAST-REC
               END-READ
               MOVE "RESTOCKED" TO WS-STOCK-NOTE
           END-IF
           .

       REVERSE-PERIOD-SALES.
           *> MVP16が計上日の期間へ積んだ数量・金額を返品分だけ戻す。
           *> 既に締めた期間でも元の期間で戻す（当期の数字をマイナス
           *> にはしない）。注文件数は売った事実として残す
           MOVE SPACES TO WS-SALES-NOTE
           IF PERSALES-PRESENT
               DIVIDE SRT-POST-DATE BY 100 GIVING PS-PERIOD
               MOVE SRT-CUST-ID   TO PS-CUST-ID
               MOVE SRT-ITEM-CODE TO PS-ITEM-CODE
               READ PERSALES
                   INVALID KEY
                       MOVE "NO SALES" TO WS-SALES-NOTE
                   NOT INVALID KEY
                       IF PS-UNITS < SRT-QTY
                          OR PS-VALUE < SRT-AMOUNT
                           MOVE "NO SALES" TO WS-SALES-NOTE
                       ELSE
                           SUBTRACT SRT-QTY    FROM PS-UNITS
                           SUBTRACT SRT-AMOUNT FROM PS-VALUE
                           REWRITE PERSALES-REC
                           MOVE "SALES REV" TO WS-SALES-NOTE
                       END-IF
               END-READ
           END-IF
           .

       RECORD-TAX-REVERSAL.
           *> 返品を受けた実行日の期間で納税額から差し引かれるよう
           *> 実行日で残す（売上の期間までは遡らない）
           MOVE SRT-TAX-JURIS     TO TJ-JURIS
           MOVE WS-RUN-DATE       TO TJ-POST-DATE
           MOVE "R"               TO TJ-TRAN-TYPE
           MOVE SRT-TAX-FLAG      TO TJ-TAX-FLAG
           MOVE SRT-CUST-ID       TO TJ-CUST-ID
           MOVE SRT-ORDER-NO      TO TJ-ORDER-NO
           MOVE SRT-AMOUNT        TO TJ-SALES-AMOUNT
           MOVE SRT-TAX-AMOUNT    TO TJ-TAX-AMOUNT
           MOVE 0                 TO TJ-RATE-PCT
           MOVE SRT-BRANCH-CODE   TO TJ-BRANCH-CODE
           MOVE SPACES            TO TJ-FILLER
           WRITE TAXJRNL-REC
           .

       FINISH-ONE-MEMO.
           *> 税を戻した伝票は税抜小計と税を出してから税込で締める
           *> （売掛へ貸記するのも税込の額）
           IF WS-CRM-TAX > 0
               MOVE WS-CRM-TOTAL TO CS-CRM-SUBTOTAL
               WRITE CRM-REC FROM WS-CRM-SUB
               MOVE WS-CRM-TAX   TO CX-CRM-TAX
               WRITE CRM-REC FROM WS-CRM-TAX-LINE
               ADD WS-CRM-TAX TO WS-CRM-TOTAL
           END-IF
           MOVE WS-CRM-TOTAL TO CT-CRM-TOTAL
           WRITE CRM-REC FROM WS-CRM-TRL
           MOVE SPACES TO CRM-REC
           WRITE CRM-REC
           PERFORM POST-CUSTOMER-CREDIT
           .

       POST-CUSTOMER-CREDIT.
           *> 伝票1枚を1件の貸記として残高マスターと仕訳帳へ。
           *> 参照番号は貸記伝票番号（明細の注文番号は伝票に印字済み）
           MOVE WS-PREV-CUST-ID TO AR-CUST-ID
           READ ARBAL
               INVALID KEY
                   MOVE WS-PREV-CUST-ID TO AR-CUST-ID
                   COMPUTE AR-BALANCE = 0 - WS-CRM-TOTAL
                   WRITE ARBAL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-CRM-TOTAL FROM AR-BALANCE
                   REWRITE ARBAL-REC
           END-READ

           MOVE WS-PREV-CUST-ID TO AJ-CUST-ID
           MOVE WS-RUN-DATE     TO AJ-TRAN-DATE
           MOVE "C"             TO AJ-TRAN-TYPE
           MOVE WS-CRM-TOTAL    TO AJ-AMOUNT
           MOVE WS-CUR-CRM-NO   TO AJ-REF
           MOVE SPACES          TO AJ-FILLER
           WRITE ARJRNL-REC

           ADD WS-CRM-TOTAL TO WS-CREDIT-SUM
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REP-REC
           STRING "MVP19 RETURNS AND CREDIT MEMOS - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           MOVE SPACES TO REP-REC
           MOVE "APPLIED RETURNS (ORDER/LINE CUST ITEM QTY MEMO)"
               TO REP-REC
           WRITE REP-REC
           .

       WRITE-APPLIED-LINE.
           MOVE SRT-ORDER-NO   TO WS-DTL-ORDER-NO
           MOVE SRT-LINE-NO    TO WS-DTL-LINE-NO
           MOVE SRT-CUST-ID    TO WS-DTL-CUST-ID
           MOVE SRT-ITEM-CODE  TO WS-DTL-ITEM-CODE
           MOVE SRT-QTY        TO WS-DTL-QTY
           MOVE SRT-AMOUNT     TO WS-DTL-AMOUNT
           MOVE WS-CUR-CRM-NO  TO WS-DTL-CRM-NO
           MOVE SPACES         TO WS-DTL-REASON
           STRING WS-STOCK-NOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALES-NOTE DELIMITED BY SIZE
                  INTO WS-DTL-REASON
           END-STRING
           WRITE REP-REC FROM WS-DETAIL-LINE
           .

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJ-COUNT
           IF TR-ORDER-NO NUMERIC
               MOVE TR-ORDER-NO    TO WS-DTL-ORDER-NO
           ELSE
               MOVE 0              TO WS-DTL-ORDER-NO
           END-IF
           IF TR-LINE-NO NUMERIC
               MOVE TR-LINE-NO     TO WS-DTL-LINE-NO
           ELSE
               MOVE 0              TO WS-DTL-LINE-NO
           END-IF
           MOVE 0                  TO WS-DTL-CUST-ID
           MOVE SPACES             TO WS-DTL-ITEM-CODE
           IF WS-REJECT-REASON-CD = "RQ"
               MOVE OH-CUST-ID     TO WS-DTL-CUST-ID
               MOVE OH-ITEM-CODE   TO WS-DTL-ITEM-CODE
           END-IF
           IF TR-QTY NUMERIC
               MOVE TR-QTY         TO WS-DTL-QTY
           ELSE
               MOVE 0              TO WS-DTL-QTY
           END-IF
           MOVE 0                  TO WS-DTL-AMOUNT
           MOVE 0                  TO WS-DTL-CRM-NO
           MOVE SPACES             TO WS-DTL-REASON
           STRING WS-REJECT-REASON-CD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJECT-REASON-TX DELIMITED BY SIZE
                  INTO WS-DTL-REASON
           END-STRING
           WRITE REJWORK-REC FROM WS-DETAIL-LINE
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
                  " RET " DELIMITED BY SIZE
                  WS-RETURN-COUNT DELIMITED BY SIZE
                  " MEMO " DELIMITED BY SIZE
                  WS-MEMO-COUNT DELIMITED BY SIZE
                  " REJ " DELIMITED BY SIZE
                  WS-REJ-COUNT DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP19"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-TRAN-COUNT    TO AL-IN-COUNT
           MOVE WS-RETURN-COUNT  TO AL-OUT-COUNT
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
