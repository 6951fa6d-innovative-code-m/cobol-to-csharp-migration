               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PRICE-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.
           *> 注文明細の計上済み履歴（ここでは読むだけ）
           SELECT ORDHIST
               ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-KEY
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT BRCHMAST
               ASSIGN TO "BRCHMAST.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRCHMAST-STATUS.
           *> 夜間と同じく税率表があるときだけ課税地域の税率の有無を
           *> 確かめる（税額そのものは出さない）
           SELECT TAXRATE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT TAXEXMPT
               ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CUST-ID
               FILE STATUS IS WS-TAXEXMPT-STATUS.
           SELECT PERCTL
               ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       *> MVP01の受注ファイル（60バイト、見出しH＋明細L）と同じ
       *> レイアウト。共通コピーブックが無いリポジトリなのでここでも複製
       FD  ORDERIN
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  ORDIN-REC.
           05 OI-REC-TYPE       PIC X(1).
               88 OI-IS-HEADER            VALUE "H".
               88 OI-IS-LINE              VALUE "L".
           05 OI-BODY           PIC X(59).
           05 OI-HDR-BODY REDEFINES OI-BODY.
              10 OI-HDR-PART.
                 15 OI-ORDER-NO     PIC 9(7).
                 15 OI-ORDER-DATE   PIC 9(8).
                 15 OI-CUST-ID      PIC 9(5).
                 15 OI-NAME         PIC X(20).
                 15 OI-BRANCH-CODE  PIC X(3).
              10 FILLER          PIC X(16).
           05 OI-LINE-BODY REDEFINES OI-BODY.
              10 OI-LINE-ORDER-NO PIC 9(7).
              10 OI-LINE-PART.
                 15 OI-LINE-NO      PIC 9(3).
                 15 OI-ITEM-CODE    PIC X(6).
                 15 OI-QTY          PIC 9(3).
                 15 OI-UNIT-PRICE   PIC 9(3)V99.
              10 FILLER          PIC X(35).

       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
              10 PH-EFF-DATE    PIC 9(8).
           05 PH-UNIT-PRICE     PIC 9(3)V99.

       *> MVP01のRECORD-ORDER-HISTORYが書くのと同じレイアウト
       *> （ここでは注文明細の重複確認にしか使わない）
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
           05 OH-TAX-AMOUNT     PIC 9(7)V99.
           05 OH-TAX-JURIS      PIC X(4).
           05 OH-TAX-FLAG       PIC X(1).
           05 OH-FILLER         PIC X(5).

       FD  BRCHMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  BRCHMAST-REC.
           05 BR-BRANCH-CODE    PIC X(3).
           05 BR-BRANCH-NAME    PIC X(20).
           05 BR-STATUS         PIC X(1).
               88 BR-ACTIVE               VALUE "A".
           05 BR-TAX-JURIS      PIC X(4).
           *> 一部の明細が落ちたときの扱い（W=注文ごと拒否）
           05 BR-REJECT-MODE    PIC X(1).
               88 BR-REJECT-WHOLE         VALUE "W".
           05 BR-FILLER         PIC X(3).

       *> MVP01・MVP24と同じ税率表（課税地域＋適用開始日）
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

       *> MVP01・MVP24と同じ非課税顧客（期限0は無期限）
       FD  TAXEXMPT
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  TAXEXMPT-REC.
           05 TE-CUST-ID        PIC 9(5).
           05 TE-CERT-NO        PIC X(15).
           05 TE-EXPIRY-DATE    PIC 9(8).
           05 TE-FILLER         PIC X(2).

       *> MVP16が保守する期間管理レコードと同じレイアウト
       FD  PERCTL
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                         VALUE "Y".

       *> 見出しと明細1件を組み合わせた作業域（MVP01と同じ並び）
       01  INREC.
           05 IN-HDR-PART.
              10 IN-ORDER-NO    PIC 9(7).
              10 IN-ORDER-DATE  PIC 9(8).
              10 IN-CUST-ID     PIC 9(5).
              10 IN-NAME        PIC X(20).
              10 IN-BRANCH-CODE PIC X(3).
           05 IN-LINE-PART.
              10 IN-LINE-NO     PIC 9(3).
              10 IN-ITEM-CODE   PIC X(6).
              10 IN-QTY         PIC 9(3).
              10 IN-UNIT-PRICE  PIC 9(3)V99.

       *> 処理待ちの注文（次の見出しか入力の終わりでまとめて判定）
       01  WS-ORD-PENDING       PIC X VALUE "N".
           88 ORD-PENDING                 VALUE "Y".
       01  WS-ORD-HDR-PART.
           05 WS-ORD-ORDER-NO   PIC X(7).
           05 FILLER            PIC X(36).
       01  WS-ORD-OVER-COUNT    PIC 9(3) VALUE 0.
       01  WS-ORD-FAIL-COUNT    PIC 9(3) VALUE 0.
       01  WS-ORD-REJECT-MODE   PIC X(1) VALUE "P".
           88 ORD-REJECT-WHOLE            VALUE "W".
       01  WS-HDR-VALID         PIC X VALUE "N".
       01  WS-HDR-REASON-CD     PIC X(2) VALUE SPACES.
       01  WS-HDR-REASON-TX     PIC X(29) VALUE SPACES.

       *> 1注文の明細表（MVP01と同じ99明細まで）
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
              10 WS-OL-VALID    PIC X(1).
                 88 OL-IS-VALID              VALUE "Y".
                 88 OL-IS-INVALID            VALUE "N".
              10 WS-OL-REASON-CD PIC X(2).
              10 WS-OL-REASON-TX PIC X(29).

       01  WS-ORDERIN-STATUS    PIC X(2) VALUE SPACES.
           88 ORDERIN-OK                  VALUE "00".
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 ORDHIST-OK                  VALUE "00".
       01  WS-BRCHMAST-STATUS   PIC X(2) VALUE SPACES.
           88 BRCHMAST-OK                 VALUE "00".
       01  WS-TAXRATE-STATUS    PIC X(2) VALUE SPACES.
           88 TAXRATE-OK                  VALUE "00".
       01  WS-TAXEXMPT-STATUS   PIC X(2) VALUE SPACES.
           88 TAXEXMPT-OK                 VALUE "00".
       01  WS-PERCTL-STATUS     PIC X(2) VALUE SPACES.
           88 PERCTL-OK                   VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 ORDHIST-PRESENT             VALUE "Y".
       01  WS-BRCHMAST-PRESENT  PIC X VALUE "N".
           88 BRCHMAST-PRESENT            VALUE "Y".
       01  WS-TAXRATE-PRESENT   PIC X VALUE "N".
           88 TAXRATE-PRESENT             VALUE "Y".
       01  WS-TAXEXMPT-PRESENT  PIC X VALUE "N".
           88 TAXEXMPT-PRESENT            VALUE "Y".

       01  WS-CUST-VALID        PIC X VALUE "N".
           88 CUST-IS-VALID               VALUE "Y".
       01  WS-PH-EOF            PIC X VALUE "N".
           88 PH-EOF                      VALUE "Y".

       *> 課税地域の税率確認（MVP01のCOMPUTE-SALES-TAXと同じ材料）
       01  WS-TX-EOF            PIC X VALUE "N".
           88 TX-EOF                      VALUE "Y".
       01  WS-TAX-RATE-FOUND    PIC X VALUE "N".
           88 TAX-RATE-FOUND              VALUE "Y".
       01  WS-TAX-JURIS         PIC X(4) VALUE SPACES.
       01  WS-TAX-FLAG          PIC X(1) VALUE SPACE.
       01  WS-TAX-RATE          PIC 9(2)V9(3) VALUE 0.

       01  WS-CLOSED-THRU       PIC 9(6) VALUE 0.
       01  WS-ORDER-PERIOD      PIC 9(6) VALUE 0.

       01  WS-ORDER-SERIAL      PIC 9(7) VALUE 0.
       01  WS-DATE-DIFF         PIC S9(7) VALUE 0.

       *> 件数は明細単位（見出しだけの注文は1件）で数える
       01  WS-IN-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-CLEAN-COUNT       PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           05 RD-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(7) VALUE " ORDER ".
           05 RD-ORDER-NO       PIC 9(7).
           05 FILLER            PIC X(6) VALUE " LINE ".
           05 RD-LINE-NO        PIC 9(3).
           05 FILLER            PIC X(6) VALUE " ITEM ".
           05 RD-ITEM-CODE      PIC X(6).
           05 FILLER            PIC X(8) VALUE " BRANCH ".
           05 RD-REASON-CD      PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-REASON-TX      PIC X(29).
           05 FILLER            PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           IF BRCHMAST-OK
               SET BRCHMAST-PRESENT TO TRUE
           END-IF
           OPEN INPUT TAXRATE
           IF TAXRATE-OK
               SET TAXRATE-PRESENT TO TRUE
               OPEN INPUT TAXEXMPT
               IF TAXEXMPT-OK
                   SET TAXEXMPT-PRESENT TO TRUE
               END-IF
           END-IF

           OPEN INPUT PERCTL
           IF PERCTL-OK
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM ACCEPT-ORDER-RECORD
               END-READ
           END-PERFORM
           PERFORM FINISH-PENDING-ORDER

           PERFORM WRITE-REPORT-TRAILER
           CLOSE RPTFILE
           IF BRCHMAST-PRESENT
               CLOSE BRCHMAST
           END-IF
           IF TAXRATE-PRESENT
               CLOSE TAXRATE
           END-IF
           IF TAXEXMPT-PRESENT
               CLOSE TAXEXMPT
           END-IF

           DISPLAY "MVP17: " WS-IN-REC-COUNT " ORDER LINE(S) EDITED, "
               WS-REJECT-COUNT " WOULD REJECT, SEE MVP17RPT.DAT"

           PERFORM WRITE-AUDIT-LOG
           END-IF
           .

       ACCEPT-ORDER-RECORD.
           *> MVP01のACCEPT-ORDER-RECORDと同じ組み立て方で注文を溜める
           EVALUATE TRUE
               WHEN OI-IS-HEADER
                   PERFORM FINISH-PENDING-ORDER
                   MOVE OI-HDR-PART TO WS-ORD-HDR-PART
                   MOVE 0           TO WS-OL-COUNT
                   MOVE 0           TO WS-ORD-OVER-COUNT
                   SET ORD-PENDING TO TRUE
               WHEN OI-IS-LINE
                   ADD 1 TO WS-IN-REC-COUNT
                   IF ORD-PENDING
                      AND OI-LINE-ORDER-NO = WS-ORD-ORDER-NO
                       IF WS-OL-COUNT < WS-OL-MAX
                           ADD 1 TO WS-OL-COUNT
                           MOVE OI-LINE-PART
                               TO WS-OL-LINE-PART (WS-OL-COUNT)
                       ELSE
                           MOVE WS-ORD-HDR-PART TO IN-HDR-PART
                           MOVE OI-LINE-PART    TO IN-LINE-PART
                           ADD 1 TO WS-ORD-OVER-COUNT
                           MOVE "TL" TO WS-REJECT-REASON-CD
                           MOVE "TOO MANY LINES ON ORDER"
                               TO WS-REJECT-REASON-TX
                           PERFORM WRITE-REJECT-LINE
                       END-IF
                   ELSE
                       PERFORM CLEAR-ORDER-LINE
                       MOVE OI-LINE-ORDER-NO TO IN-ORDER-NO
                       MOVE OI-LINE-PART     TO IN-LINE-PART
                       MOVE "NH" TO WS-REJECT-REASON-CD
                       MOVE "LINE WITH NO ORDER HEADER"
                           TO WS-REJECT-REASON-TX
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-IN-REC-COUNT
                   PERFORM CLEAR-ORDER-LINE
                   MOVE "RT" TO WS-REJECT-REASON-CD
                   MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON-TX
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
           .

       FINISH-PENDING-ORDER.
           IF ORD-PENDING
               PERFORM EDIT-ONE-ORDER
               MOVE "N" TO WS-ORD-PENDING
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

       EDIT-ONE-ORDER.
           *> MVP01のPROCESS-ONE-ORDERと同じ順序で判定だけを当てる
           *> （売上税は税率の有無だけ見て税額は出さない）。
           *> 与信（CH）と在庫（NS）は夜間の処理順で残高・手持ちが
           *> 変わるためここでは再現しない
           MOVE WS-ORD-HDR-PART TO IN-HDR-PART
           MOVE 0      TO IN-LINE-NO
           MOVE SPACES TO IN-ITEM-CODE
           MOVE 0      TO IN-QTY
           MOVE 0      TO IN-UNIT-PRICE

           PERFORM VALIDATE-CUSTOMER

           IF CUST-IS-VALID AND BRCHMAST-PRESENT
               PERFORM VALIDATE-ORDER-IDENTITY
           END-IF

           MOVE WS-CUST-VALID       TO WS-HDR-VALID
           MOVE WS-REJECT-REASON-CD TO WS-HDR-REASON-CD
           MOVE WS-REJECT-REASON-TX TO WS-HDR-REASON-TX

           MOVE "P" TO WS-ORD-REJECT-MODE
           IF CUST-IS-VALID AND BRCHMAST-PRESENT
               IF BR-REJECT-WHOLE
                   MOVE "W" TO WS-ORD-REJECT-MODE
               END-IF
           END-IF

           IF WS-OL-COUNT = 0
               IF WS-ORD-OVER-COUNT = 0
                   ADD 1 TO WS-IN-REC-COUNT
                   MOVE "NL" TO WS-REJECT-REASON-CD
                   MOVE "ORDER HAS NO LINES" TO WS-REJECT-REASON-TX
                   PERFORM WRITE-REJECT-LINE
               END-IF
           ELSE
               MOVE WS-ORD-OVER-COUNT TO WS-ORD-FAIL-COUNT
               MOVE 1 TO WS-OL-IX
               PERFORM UNTIL WS-OL-IX > WS-OL-COUNT
                   PERFORM EDIT-ORDER-LINE
                   ADD 1 TO WS-OL-IX
               END-PERFORM

               *> 注文ごと拒否の支店は1明細でも落ちれば残りも落ちる
               IF ORD-REJECT-WHOLE AND WS-ORD-FAIL-COUNT > 0
                   MOVE 1 TO WS-OL-IX
                   PERFORM UNTIL WS-OL-IX > WS-OL-COUNT
                       IF OL-IS-VALID (WS-OL-IX)
                           SET OL-IS-INVALID (WS-OL-IX) TO TRUE
                           MOVE "WO" TO WS-OL-REASON-CD (WS-OL-IX)
                           MOVE "REJECTED WITH REST OF ORDER"
                               TO WS-OL-REASON-TX (WS-OL-IX)
                       END-IF
                       ADD 1 TO WS-OL-IX
                   END-PERFORM
               END-IF

               MOVE 1 TO WS-OL-IX
               PERFORM UNTIL WS-OL-IX > WS-OL-COUNT
                   MOVE WS-OL-LINE-PART (WS-OL-IX) TO IN-LINE-PART
                   IF OL-IS-VALID (WS-OL-IX)
                       ADD 1 TO WS-CLEAN-COUNT
                   ELSE
                       MOVE WS-OL-REASON-CD (WS-OL-IX)
                           TO WS-REJECT-REASON-CD
                       MOVE WS-OL-REASON-TX (WS-OL-IX)
                           TO WS-REJECT-REASON-TX
                       PERFORM WRITE-REJECT-LINE
                   END-IF
                   ADD 1 TO WS-OL-IX
               END-PERFORM
           END-IF
           .

       EDIT-ORDER-LINE.
           MOVE WS-OL-LINE-PART (WS-OL-IX) TO IN-LINE-PART
           MOVE WS-HDR-VALID     TO WS-CUST-VALID
           MOVE WS-HDR-REASON-CD TO WS-REJECT-REASON-CD
           MOVE WS-HDR-REASON-TX TO WS-REJECT-REASON-TX

           IF CUST-IS-VALID
               PERFORM VALIDATE-LINE-IDENTITY
           END-IF

           IF CUST-IS-VALID AND ITEMMAST-PRESENT
               PERFORM VERIFY-ITEM-PRICE
           END-IF

           MOVE SPACES TO WS-TAX-JURIS
           MOVE SPACE  TO WS-TAX-FLAG
           MOVE 0      TO WS-TAX-RATE
           IF CUST-IS-VALID AND TAXRATE-PRESENT AND BRCHMAST-PRESENT
               PERFORM CHECK-SALES-TAX
           END-IF

           MOVE WS-CUST-VALID       TO WS-OL-VALID (WS-OL-IX)
           MOVE WS-REJECT-REASON-CD TO WS-OL-REASON-CD (WS-OL-IX)
           MOVE WS-REJECT-REASON-TX TO WS-OL-REASON-TX (WS-OL-IX)
           IF CUST-IS-INVALID
               ADD 1 TO WS-ORD-FAIL-COUNT
           END-IF
           .

       CHECK-SALES-TAX.
           *> MVP01のCOMPUTE-SALES-TAXと同じ判定（BRCHMAST-RECは
           *> VALIDATE-BRANCHで読んだ行がそのまま残っている）。
           *> 税率の無い地域は弾くが、非課税の顧客は税0で通る
           MOVE BR-TAX-JURIS TO WS-TAX-JURIS
           IF WS-TAX-JURIS NOT = SPACES
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
               IF NOT TAX-RATE-FOUND AND WS-TAX-FLAG NOT = "E"
                   SET CUST-IS-INVALID TO TRUE
                   MOVE "TX" TO WS-REJECT-REASON-CD
                   MOVE "NO TAX RATE FOR JURISDICTION"
                       TO WS-REJECT-REASON-TX
               END-IF
           END-IF
           .

       LOOKUP-TAX-RATE.
           *> 税率表をその地域の先頭から昇順に読み、適用開始日が
           *> 注文日付を超えない最後の行の税率を採用する
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

       VALIDATE-LINE-IDENTITY.
           *> MVP01と同じ明細番号・重複明細・計上済み明細の確認
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

           IF CUST-IS-VALID AND ORDHIST-PRESENT
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

                       TO WS-REJECT-REASON-TX
               END-IF
           END-IF
           .

       VERIFY-ITEM-PRICE.
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ORDER LINES THAT WOULD REJECT TONIGHT" TO RPT-REC
           WRITE RPT-REC
           .

           ADD 1 TO WS-REJECT-COUNT
           MOVE IN-CUST-ID          TO RD-CUST-ID
           MOVE IN-ORDER-NO         TO RD-ORDER-NO
           MOVE IN-LINE-NO          TO RD-LINE-NO
           MOVE IN-ITEM-CODE        TO RD-ITEM-CODE
           MOVE IN-BRANCH-CODE      TO RD-BRANCH
           MOVE WS-REJECT-REASON-CD TO RD-REASON-CD
