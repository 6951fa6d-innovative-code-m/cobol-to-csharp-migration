               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           *> 請求書登録簿（請求書単位の請求額と未入金残。MVP26の
           *> ロックボックス取込が請求書番号で消し込み、番号の無い入金は
           *> 顧客IDの副キーで同じ顧客の未入金請求書を探す）
           SELECT INVREG
               ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-INV-NO
               ALTERNATE RECORD KEY IS IR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-INVREG-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       *> MVP01のOUTREC（80バイト、H/D/Tの3種）と同じレイアウト。
       *> 共通コピーブックが無いリポジトリなのでここでも複製する
       FD  ORDPOST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORD-DTL-REC.
           05 ORD-REC-TYPE      PIC X(1).
           05 ORD-STOCK-FLAG    PIC X(1).
           05 ORD-ITEM-CODE     PIC X(6).
           05 ORD-BRANCH-CODE   PIC X(3).
           *> 明細の消費税（課税地域は発信支店の地域、E=非課税顧客）
           05 ORD-TAX-AMOUNT    PIC 9(7)V99.
           05 ORD-TAX-JURIS     PIC X(4).
           05 ORD-TAX-FLAG      PIC X(1).
           05 ORD-ORDER-NO      PIC 9(7).
           05 ORD-LINE-NO       PIC 9(3).
           05 ORD-FILLER        PIC X(1).
       01  ORD-HDR-REC.
           05 ORD-HDR-TYPE      PIC X(1).
           05 ORD-HDR-RUN-DATE  PIC 9(8).
           05 ORD-HDR-INFILE    PIC X(20).
           05 ORD-HDR-FILLER    PIC X(51).

       SD  SORTWORK.
       01  SORTWORK-REC.
           05 SRT-TOTAL         PIC 9(7)V99.
           05 SRT-STOCK-FLAG    PIC X(1).
           05 SRT-ITEM-CODE     PIC X(6).
           05 SRT-TAX-AMOUNT    PIC 9(7)V99.
           05 SRT-TAX-JURIS     PIC X(4).
           05 SRT-TAX-FLAG      PIC X(1).
           05 SRT-ORDER-NO      PIC 9(7).
           05 SRT-LINE-NO       PIC 9(3).

       FD  INVFILE
           RECORD CONTAINS 80 CHARACTERS
           05 AL-REJECT-COUNT   PIC 9(7).
           05 AL-FILLER         PIC X(5).

       *> 請求書登録簿（MVP26と同じレイアウト。共通コピーブックが
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

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                         VALUE "Y".
           88 CUSTMAST-OK                 VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".
       01  WS-INVREG-STATUS     PIC X(2) VALUE SPACES.
           88 INVREG-OK                   VALUE "00".
           88 INVREG-MISSING              VALUE "35".

       *> 登録簿が開けないときも請求書の印刷は止めない
       01  WS-INVREG-PRESENT    PIC X VALUE "N".
           88 INVREG-PRESENT              VALUE "Y".

       *> 顧客マスターが無いときは計上明細の名前で代用する
       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".

       *> 採番用（管理ファイルが無い初回は1から始める）
       01  WS-NEXT-INV-NO       PIC 9(7) VALUE 1.
       *> 作成中の請求書番号（締めで登録簿へ書くまで保持）
       01  WS-CUR-INV-NO        PIC 9(7) VALUE 0.

       *> 顧客単位の編集域（コントロールブレークで都度クリア）
       01  WS-PREV-CUST-ID      PIC 9(5) VALUE 0.
       01  WS-PREV-ORDER-NO     PIC 9(7) VALUE 0.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".
       01  WS-BILL-NAME         PIC X(20) VALUE SPACES.
       01  WS-INV-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-INV-LINES         PIC 9(5) VALUE 0.

       *> 請求書1枚分の課税地域別税額（地域コードの線形探索。1顧客
       *> の注文が複数支店にまたがっても10地域あれば足りる）
       01  WS-INV-TAX-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-INV-EXEMPT        PIC X VALUE "N".
           88 INV-HAS-EXEMPT              VALUE "Y".
       01  WS-ITX-USED          PIC 9(2) VALUE 0.
       01  WS-ITX-IX            PIC 9(2) VALUE 0.
       01  WS-ITX-POS           PIC 9(2) VALUE 0.
       01  WS-ITX-TABLE.
           05 WS-ITX-ENTRY OCCURS 10 TIMES.
              10 WS-ITX-JURIS   PIC X(4).
              10 WS-ITX-AMOUNT  PIC 9(9)V99.

       *> 請求書の見出し・明細・合計行の編集域
       01  WS-INV-HDR-1.
           05 FILLER            PIC X(8) VALUE "INVOICE ".
              "ITEM   DESCRIPTION".
           05 FILLER            PIC X(33) VALUE
              "  QTY  UNIT PRICE         AMOUNT".
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(4) VALUE "LINE".
           05 FILLER            PIC X(5) VALUE SPACES.

       *> 1枚の請求書に複数注文が載るので注文の変わり目に小見出し
       01  WS-INV-ORD-HDR.
           05 FILLER            PIC X(6) VALUE "ORDER ".
           05 IO-ORDER-NO       PIC 9(7).
           05 FILLER            PIC X(67) VALUE SPACES.

       01  WS-INV-DTL.
           05 ID-ITEM-CODE      PIC X(6).
           05 ID-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 ID-NOTE           PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 ID-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.

       *> 課税明細のある請求書だけ税抜小計・地域別税・非課税の注記を
       *> 出してから税込合計で締める
       01  WS-INV-SUB.
           05 FILLER            PIC X(14) VALUE "SUBTOTAL      ".
           05 IS-INV-SUBTOTAL   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  WS-INV-TAX-LINE.
           05 FILLER            PIC X(4) VALUE "TAX ".
           05 IX-TAX-JURIS      PIC X(4).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 IX-TAX-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  WS-INV-EXEMPT-LINE.
           05 FILLER            PIC X(40) VALUE
              "TAX EXEMPT - CERTIFICATE ON FILE".
           05 FILLER            PIC X(40) VALUE SPACES.

       01  WS-INV-TRL.
           05 FILLER            PIC X(14) VALUE "INVOICE TOTAL ".
               SET ITEMMAST-PRESENT TO TRUE
           END-IF

           *> 初回はINVREG.DATがまだ無いことがあるのでOUTPUTで
           *> 空の索引ファイルを作ってからI-Oで開き直す
           OPEN I-O INVREG
           IF INVREG-MISSING
               OPEN OUTPUT INVREG
               CLOSE INVREG
               OPEN I-O INVREG
           END-IF
           IF INVREG-OK
               SET INVREG-PRESENT TO TRUE
           ELSE
               DISPLAY "MVP11: CANNOT OPEN INVREG.DAT, STATUS="
                   WS-INVREG-STATUS " - REGISTER NOT UPDATED"
           END-IF

           OPEN OUTPUT INVFILE

           *> 明細を顧客ID順に並べ、出力手続の中で1顧客1請求に起こす
           SORT SORTWORK
               ON ASCENDING KEY SRT-CUST-ID SRT-ORDER-NO SRT-LINE-NO
               INPUT PROCEDURE IS EXTRACT-POSTED-DETAILS
               OUTPUT PROCEDURE IS INVOICE-BY-CUSTOMER

           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF
           IF INVREG-PRESENT
               CLOSE INVREG
           END-IF

           PERFORM SAVE-NEXT-INVOICE-NO

           DISPLAY "MVP11: " WS-INVOICE-COUNT
               " INVOICE(S) WRITTEN FROM " WS-DTL-READ-COUNT
               " ORDER LINE(S), SEE MVP11INV.DAT"

           PERFORM WRITE-AUDIT-LOG

                               MOVE ORD-TOTAL      TO SRT-TOTAL
                               MOVE ORD-STOCK-FLAG TO SRT-STOCK-FLAG
                               MOVE ORD-ITEM-CODE  TO SRT-ITEM-CODE
                               MOVE ORD-TAX-AMOUNT TO SRT-TAX-AMOUNT
                               MOVE ORD-TAX-JURIS  TO SRT-TAX-JURIS
                               MOVE ORD-TAX-FLAG   TO SRT-TAX-FLAG
                               MOVE ORD-ORDER-NO   TO SRT-ORDER-NO
                               MOVE ORD-LINE-NO    TO SRT-LINE-NO
                               RELEASE SORTWORK-REC
                           WHEN OTHER
                               CONTINUE
           END-IF

           MOVE WS-NEXT-INV-NO TO IH-INV-NO
           MOVE WS-NEXT-INV-NO TO WS-CUR-INV-NO
           ADD 1 TO WS-NEXT-INV-NO
           MOVE WS-RUN-DATE    TO IH-RUN-DATE
           WRITE INV-REC FROM WS-INV-HDR-1
           .

       WRITE-ONE-INVOICE-LINE.
           IF WS-INV-LINES = 0 OR SRT-ORDER-NO NOT = WS-PREV-ORDER-NO
               MOVE SRT-ORDER-NO TO WS-PREV-ORDER-NO
               MOVE SRT-ORDER-NO TO IO-ORDER-NO
               WRITE INV-REC FROM WS-INV-ORD-HDR
           END-IF
           MOVE SRT-ITEM-CODE  TO ID-ITEM-CODE
           MOVE SPACES         TO ID-ITEM-DESC
           IF ITEMMAST-PRESENT
           MOVE SRT-QTY        TO ID-QTY
           MOVE SRT-UNIT-PRICE TO ID-UNIT-PRICE
           MOVE SRT-TOTAL      TO ID-AMOUNT
           MOVE SRT-LINE-NO    TO ID-LINE-NO
           *> バックオーダー計上分は請求書上も分かるようにする
           IF SRT-STOCK-FLAG = "B"
               MOVE "BACKORDERED" TO ID-NOTE
           WRITE INV-REC FROM WS-INV-DTL
           ADD SRT-TOTAL TO WS-INV-TOTAL
           ADD 1 TO WS-INV-LINES

           *> 課税地域のある明細は地域別に税を積む（非課税顧客の明細は
           *> 税0なので注記のためだけに印を立てる）
           IF SRT-TAX-FLAG = "E"
               SET INV-HAS-EXEMPT TO TRUE
           END-IF
           IF SRT-TAX-JURIS NOT = SPACES AND SRT-TAX-FLAG NOT = "E"
               PERFORM LOOKUP-INVOICE-TAX-ENTRY
               IF WS-ITX-POS > 0
                   ADD SRT-TAX-AMOUNT TO WS-ITX-AMOUNT (WS-ITX-POS)
               END-IF
               ADD SRT-TAX-AMOUNT TO WS-INV-TAX-TOTAL
           END-IF
           .

       LOOKUP-INVOICE-TAX-ENTRY.
           *> 地域コードで表を線形探索、無ければ空きに登録
           *> （MVP01の支店別集計表と同じやり方）
           MOVE 0 TO WS-ITX-POS
           MOVE 1 TO WS-ITX-IX
           PERFORM UNTIL WS-ITX-POS > 0 OR WS-ITX-IX > WS-ITX-USED
               IF WS-ITX-JURIS (WS-ITX-IX) = SRT-TAX-JURIS
                   MOVE WS-ITX-IX TO WS-ITX-POS
               ELSE
                   ADD 1 TO WS-ITX-IX
               END-IF
           END-PERFORM
           IF WS-ITX-POS = 0 AND WS-ITX-USED < 10
               ADD 1 TO WS-ITX-USED
               MOVE WS-ITX-USED TO WS-ITX-POS
               MOVE SRT-TAX-JURIS TO WS-ITX-JURIS (WS-ITX-POS)
               MOVE 0 TO WS-ITX-AMOUNT (WS-ITX-POS)
           END-IF
           .

       WRITE-INVOICE-TRAILER.
           *> 税の絡まない請求書は従来どおり合計1行だけ
           IF WS-ITX-USED > 0 OR INV-HAS-EXEMPT
               MOVE WS-INV-TOTAL TO IS-INV-SUBTOTAL
               WRITE INV-REC FROM WS-INV-SUB
               MOVE 1 TO WS-ITX-IX
               PERFORM UNTIL WS-ITX-IX > WS-ITX-USED
                   MOVE WS-ITX-JURIS (WS-ITX-IX)  TO IX-TAX-JURIS
                   MOVE WS-ITX-AMOUNT (WS-ITX-IX) TO IX-TAX-AMOUNT
                   WRITE INV-REC FROM WS-INV-TAX-LINE
                   ADD 1 TO WS-ITX-IX
               END-PERFORM
               IF INV-HAS-EXEMPT
                   WRITE INV-REC FROM WS-INV-EXEMPT-LINE
               END-IF
               ADD WS-INV-TAX-TOTAL TO WS-INV-TOTAL
           END-IF
           MOVE WS-INV-TOTAL TO IT-INV-TOTAL
           WRITE INV-REC FROM WS-INV-TRL
           MOVE SPACES TO INV-REC
           WRITE INV-REC
           IF INVREG-PRESENT
               PERFORM REGISTER-INVOICE
           END-IF
           MOVE 0 TO WS-INV-TOTAL
           MOVE 0 TO WS-INV-LINES
           MOVE 0 TO WS-INV-TAX-TOTAL
           MOVE 0 TO WS-ITX-USED
           MOVE "N" TO WS-INV-EXEMPT
           .

       REGISTER-INVOICE.
           *> 税込の請求額をそのまま未入金残として登録する。番号は
           *> INVCTLで採番済みなので重複は起きない前提
           MOVE WS-CUR-INV-NO   TO IR-INV-NO
           MOVE WS-PREV-CUST-ID TO IR-CUST-ID
           MOVE WS-RUN-DATE     TO IR-INV-DATE
           MOVE WS-INV-TOTAL    TO IR-AMOUNT
           MOVE WS-INV-TOTAL    TO IR-OPEN-AMOUNT
           MOVE 0               TO IR-LAST-PAY-DATE
           MOVE SPACES          TO IR-FILLER
           WRITE INVREG-REC
               INVALID KEY
                   DISPLAY "MVP11: INVOICE " WS-CUR-INV-NO
                       " ALREADY ON INVREG.DAT, NOT REGISTERED"
           END-WRITE
           .

       WRITE-AUDIT-LOG.
