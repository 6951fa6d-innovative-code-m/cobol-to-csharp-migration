       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP27.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 駆動ジョブの最終ステップとして、今回サイクルの売上・売掛・
           *> 入金・貸記・在庫払出を総勘定元帳向けの複式仕訳に起こす
           *> （経理がMVP04・MVP13・MVP10の帳票から手で組み直していた分）
           SELECT ORDPOST
               ASSIGN TO "MVP01OUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDPOST-STATUS.
           *> 売掛仕訳帳（P=入金 C=貸記を拾う。D=計上借記は計上済み
           *> 出力の側から起こすのでここでは読み飛ばす）
           SELECT ARJRNL
               ASSIGN TO "ARJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARJRNL-STATUS.
           *> 支店×取引種別ごとの借方・貸方勘定（MVP28が保守する）
           SELECT GLACCT
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACCT-STATUS.
           *> 在庫払出の原価はMVP06が保守する品目カタログの単価で見る
           SELECT ITEMMAST
               ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           *> 仕訳はいったん作業ファイルへ書き、貸借が一致したときだけ
           *> 正式名GLJRNL.DATへ付け替えて元帳側へ渡す（一致しなければ
           *> 作業ファイルのまま残して調査に使う）
           SELECT GLWORK
               ASSIGN TO "MVP27WRK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> MVP10の入荷で引き当てたバックオーダーの払出記録（計上時
           *> にB印だった明細はここで初めて在庫払出になる）
           SELECT BOFJRNL
               ASSIGN TO "BOFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOFJRNL-STATUS.
           *> 前回までに元帳へ渡した売掛仕訳帳・払出記録の件数（どちらも
           *> 追記専用のファイルなので件数で次の読み始めが決まる）
           SELECT GLCTL
               ASSIGN TO "MVP27CTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
           SELECT RPTFILE
               ASSIGN TO "MVP27RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> MVP15の照合結果（今回日付の行）を要約に添える
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP01のOUTREC（80バイト、H/D/Tの3種）と同じレイアウト。
       *> 共通コピーブックが無いリポジトリなのでここでも複製する
       FD  ORDPOST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORD-DTL-REC.
           05 ORD-REC-TYPE      PIC X(1).
           05 ORD-CUST-ID       PIC 9(5).
           05 ORD-NAME          PIC X(20).
           05 ORD-QTY           PIC 9(3).
           05 ORD-UNIT-PRICE    PIC 9(3)V99.
           05 ORD-TOTAL         PIC 9(7)V99.
           05 ORD-TIER-CODE     PIC X(1).
           05 ORD-PRICE-FLAG    PIC X(1).
           *> 空白=引当済み B=バックオーダー（在庫はまだ動いていない）
           05 ORD-STOCK-FLAG    PIC X(1).
           05 ORD-ITEM-CODE     PIC X(6).
           05 ORD-BRANCH-CODE   PIC X(3).
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
       01  ORD-TRL-REC.
           05 ORD-TRL-TYPE      PIC X(1).
           05 ORD-TRL-REC-COUNT PIC 9(7).
           05 ORD-TRL-TOTAL-SUM PIC 9(9)V99.
           05 ORD-TRL-BIG-COUNT PIC 9(7).
           05 ORD-TRL-TAX-SUM   PIC 9(9)V99.
           05 ORD-TRL-FILLER    PIC X(43).

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

       *> 勘定対応表（MVP28と同じレイアウト）。支店コード空白の行は
       *> 全社既定で、支店別の行が無い取引種別はこちらを使う
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

       *> 元帳向け仕訳ファイル（80バイト、H/D/Tの3種。MVP01の計上済み
       *> 出力と同じくヘッダー・明細・トレーラーで1本）
       FD  GLWORK
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GL-HDR-REC.
           05 GH-REC-TYPE       PIC X(1).
           05 GH-POST-DATE      PIC 9(8).
           05 GH-SOURCE         PIC X(8).
           05 GH-FILLER         PIC X(63).
       *> 明細1行＝1勘定の借方または貸方（D/C）
       01  GL-DTL-REC.
           05 GJ-REC-TYPE       PIC X(1).
           05 GJ-POST-DATE      PIC 9(8).
           05 GJ-SEQ-NO         PIC 9(5).
           05 GJ-ACCOUNT        PIC X(10).
           05 GJ-DR-CR          PIC X(1).
           05 GJ-AMOUNT         PIC 9(9)V99.
           05 GJ-BRANCH-CODE    PIC X(3).
           05 GJ-TRAN-TYPE      PIC X(2).
           05 GJ-DESC           PIC X(20).
           05 GJ-FILLER         PIC X(19).
       01  GL-TRL-REC.
           05 GT-REC-TYPE       PIC X(1).
           05 GT-LINE-COUNT     PIC 9(7).
           05 GT-DEBIT-TOTAL    PIC 9(11)V99.
           05 GT-CREDIT-TOTAL   PIC 9(11)V99.
           05 GT-FILLER         PIC X(46).

       *> バックオーダー払出記録（MVP10と同じレイアウト。共通コピー
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

       *> 元帳へ渡し済みの売掛仕訳帳・払出記録の件数1件だけの管理
       *> レコード（払出記録の欄が数字でない旧形式の管理ファイルは、
       *> 払出記録だけ初回と同じ扱いにする）
       FD  GLCTL
           RECORD CONTAINS 18 CHARACTERS
           RECORDING MODE IS F.
       01  GLCTL-REC.
           05 GC-ARJRNL-DONE    PIC 9(9).
           05 GC-BOFJRNL-DONE   PIC 9(9).

       FD  RPTFILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  RPT-REC              PIC X(100).

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

       01  WS-ORDPOST-STATUS    PIC X(2) VALUE SPACES.
           88 ORDPOST-OK                  VALUE "00".
       01  WS-ARJRNL-STATUS     PIC X(2) VALUE SPACES.
           88 ARJRNL-OK                   VALUE "00".
       01  WS-BOFJRNL-STATUS    PIC X(2) VALUE SPACES.
           88 BOFJRNL-OK                  VALUE "00".
       01  WS-GLACCT-STATUS     PIC X(2) VALUE SPACES.
           88 GLACCT-OK                   VALUE "00".
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMMAST-OK                 VALUE "00".
       01  WS-GLCTL-STATUS      PIC X(2) VALUE SPACES.
           88 GLCTL-OK                    VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       01  WS-PST-PRESENT       PIC X VALUE "N".
           88 PST-PRESENT                 VALUE "Y".
       01  WS-ITEMMAST-PRESENT  PIC X VALUE "N".
           88 ITEMMAST-PRESENT            VALUE "Y".
       01  WS-GLACCT-PRESENT    PIC X VALUE "N".
           88 GLACCT-PRESENT              VALUE "Y".

       *> 付け替え・削除に渡す物理ファイル名
       01  WS-GLWORK-NAME       PIC X(20) VALUE "MVP27WRK.DAT".
       01  WS-GLJRNL-NAME       PIC X(20) VALUE "GLJRNL.DAT".

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       *> 仕訳の計上日（計上済み出力のヘッダー優先、無ければ当日）
       01  WS-POST-DATE         PIC 9(8) VALUE 0.

       *> 計上済み出力から拾う数字（MVP15の脚3・4・10と同じ材料）
       01  WS-PST-TRL-FOUND     PIC X VALUE "N".
           88 PST-TRL-FOUND               VALUE "Y".
       01  WS-PST-TRL-COUNT     PIC 9(7) VALUE 0.
       01  WS-PST-TRL-SUM       PIC 9(9)V99 VALUE 0.
       01  WS-PST-TRL-TAX       PIC 9(9)V99 VALUE 0.
       01  WS-PST-DTL-COUNT     PIC 9(7) VALUE 0.
       01  WS-PST-ALLOC-COUNT   PIC 9(7) VALUE 0.
       01  WS-NO-COST-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNIT-COST         PIC 9(3)V99 VALUE 0.
       01  WS-LINE-COST         PIC 9(9)V99 VALUE 0.

       *> 売掛仕訳帳の読み位置。管理ファイルが無い初回は過去分を
       *> 経理が手で起こし済みとみなし、今回日付の行だけを拾う
       01  WS-GLCTL-FOUND       PIC X VALUE "N".
           88 GLCTL-FOUND                 VALUE "Y".
       01  WS-AJ-DONE-COUNT     PIC 9(9) VALUE 0.
       01  WS-AJ-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-AJ-PICK-COUNT     PIC 9(7) VALUE 0.

       *> 払出記録の読み位置（考え方は売掛仕訳帳と同じ）
       01  WS-BFCTL-FOUND       PIC X VALUE "N".
           88 BFCTL-FOUND                 VALUE "Y".
       01  WS-BF-DONE-COUNT     PIC 9(9) VALUE 0.
       01  WS-BF-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-BF-PICK-COUNT     PIC 9(7) VALUE 0.

       *> 種別ごとの積み上げ（要約とMVP15との突き合わせに使う）
       01  WS-SUM-SL            PIC 9(11)V99 VALUE 0.
       01  WS-SUM-TX            PIC 9(11)V99 VALUE 0.
       01  WS-SUM-IR            PIC 9(11)V99 VALUE 0.
       01  WS-SUM-CR            PIC 9(11)V99 VALUE 0.
       01  WS-SUM-CM            PIC 9(11)V99 VALUE 0.

       *> 支店×取引種別の集計表（表の線形探索。MVP01の支店別集計と
       *> 同じやり方）。種別 SL=売上 TX=売上税 IR=在庫払出
       *> CR=入金 CM=貸記。売掛仕訳帳の行は支店を持たないので支店
       *> 空白（全社）で積む
       01  WS-GLT-MAX           PIC 9(3) VALUE 200.
       01  WS-GLT-USED          PIC 9(3) VALUE 0.
       01  WS-GLT-IX            PIC 9(3) VALUE 0.
       01  WS-GLT-POS           PIC 9(3) VALUE 0.
       01  WS-GLT-FULL          PIC X VALUE "N".
           88 GLT-FULL                    VALUE "Y".
       01  WS-GLT-TABLE.
           05 WS-GLT-ENTRY OCCURS 200 TIMES.
              10 WS-GLT-BRANCH  PIC X(3).
              10 WS-GLT-TYPE    PIC X(2).
              10 WS-GLT-AMOUNT  PIC 9(11)V99.
       01  WS-ADD-BRANCH        PIC X(3) VALUE SPACES.
       01  WS-ADD-TYPE          PIC X(2) VALUE SPACES.
       01  WS-ADD-AMOUNT        PIC 9(11)V99 VALUE 0.

       *> 仕訳ファイルの書き出し結果
       01  WS-MAP-FOUND         PIC X VALUE "N".
           88 MAP-FOUND                   VALUE "Y".
       01  WS-UNMAPPED-COUNT    PIC 9(5) VALUE 0.
       01  WS-GL-SEQ            PIC 9(5) VALUE 0.
       01  WS-GL-DEBIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-GL-RELEASED       PIC X VALUE "N".
           88 GL-RELEASED                 VALUE "Y".

       *> MVP15の今回日付の照合結果（監査ログの拒否欄＝不一致の脚数）
       01  WS-AL-MVP15-FOUND    PIC X VALUE "N".
           88 AL-MVP15-FOUND              VALUE "Y".
       01  WS-AL-MVP15-FAIL     PIC 9(7) VALUE 0.

       *> 要約の突き合わせ行（MVP15の金額脚と同じ体裁）
       01  WS-TIE-LINE.
           05 TL-DESC           PIC X(40).
           05 TL-LHS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(4) VALUE " VS ".
           05 TL-RHS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 TL-RESULT         PIC X(18).

       *> 要約の金額行
       01  WS-SUM-LINE.
           05 SL-DESC           PIC X(40).
           05 SL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(42) VALUE SPACES.

       *> 仕訳明細の印字行
       01  WS-JRNL-LINE.
           05 JL-SEQ-NO         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 JL-BRANCH-CODE    PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 JL-TRAN-TYPE      PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 JL-ACCOUNT        PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 JL-DEBIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 JL-CREDIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 JL-DESC           PIC X(20).
           05 FILLER            PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-POST-DATE

           OPEN OUTPUT RPTFILE
           MOVE SPACES TO RPT-REC
           STRING "MVP27 GENERAL LEDGER JOURNAL - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           OPEN INPUT ITEMMAST
           IF ITEMMAST-OK
               SET ITEMMAST-PRESENT TO TRUE
           END-IF

           PERFORM LOAD-ARJRNL-POSITION
           PERFORM SCAN-POSTED-FILE
           PERFORM SCAN-AR-JOURNAL
           PERFORM SCAN-BACKORDER-RELEASES
           PERFORM SCAN-AUDIT-LOG

           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF

           OPEN INPUT GLACCT
           IF GLACCT-OK
               SET GLACCT-PRESENT TO TRUE
           END-IF
           PERFORM WRITE-JOURNAL-FILE
           IF GLACCT-PRESENT
               CLOSE GLACCT
           END-IF

           PERFORM WRITE-SUMMARY
           PERFORM RELEASE-JOURNAL-FILE

           CLOSE RPTFILE

           PERFORM WRITE-AUDIT-LOG

           *> 駆動ジョブは戻り値を見て、渡せなかった回はこのステップを
           *> 未完了のまま止める（勘定対応表を直して再投入すれば
           *> このステップだけやり直す）
           IF GL-RELEASED
               DISPLAY "MVP27: " WS-GL-SEQ
                   " JOURNAL LINE(S) RELEASED TO GLJRNL.DAT"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "MVP27: JOURNAL NOT RELEASED, "
                   "SEE MVP27RPT.DAT AND MVP27WRK.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

       LOAD-ARJRNL-POSITION.
           OPEN INPUT GLCTL
           IF GLCTL-OK
               READ GLCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GC-ARJRNL-DONE NUMERIC
                           SET GLCTL-FOUND TO TRUE
                           MOVE GC-ARJRNL-DONE TO WS-AJ-DONE-COUNT
                       END-IF
                       IF GC-BOFJRNL-DONE NUMERIC
                           SET BFCTL-FOUND TO TRUE
                           MOVE GC-BOFJRNL-DONE TO WS-BF-DONE-COUNT
                       END-IF
               END-READ
               CLOSE GLCTL
           END-IF
           .

       SAVE-ARJRNL-POSITION.
           *> 元帳へ渡せた回だけ読み位置を進める（渡せなかった回の
           *> 入金・貸記・払出は再投入でもう一度拾う）
           OPEN OUTPUT GLCTL
           MOVE WS-AJ-READ-COUNT TO GC-ARJRNL-DONE
           MOVE WS-BF-READ-COUNT TO GC-BOFJRNL-DONE
           WRITE GLCTL-REC
           CLOSE GLCTL
           .

       SCAN-POSTED-FILE.
           OPEN INPUT ORDPOST
           IF ORDPOST-OK
               SET PST-PRESENT TO TRUE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ ORDPOST
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           EVALUATE ORD-REC-TYPE
                               WHEN "H"
                                   IF ORD-HDR-RUN-DATE NUMERIC
                                      AND ORD-HDR-RUN-DATE > 0
                                       MOVE ORD-HDR-RUN-DATE
                                           TO WS-POST-DATE
                                   END-IF
                               WHEN "D"
                                   PERFORM NOTE-ONE-POSTED-LINE
                               WHEN "T"
                                   SET PST-TRL-FOUND TO TRUE
                                   MOVE ORD-TRL-REC-COUNT
                                       TO WS-PST-TRL-COUNT
                                   MOVE ORD-TRL-TOTAL-SUM
                                       TO WS-PST-TRL-SUM
                                   MOVE ORD-TRL-TAX-SUM
                                       TO WS-PST-TRL-TAX
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ORDPOST
               MOVE "N" TO WS-EOF
           END-IF
           .

       NOTE-ONE-POSTED-LINE.
           *> 売上（税抜）と売上税は支店別に、売掛はその合計で借記
           *> される（借方・貸方の勘定は対応表が決める）
           ADD 1 TO WS-PST-DTL-COUNT
           MOVE ORD-BRANCH-CODE TO WS-ADD-BRANCH
           MOVE "SL"            TO WS-ADD-TYPE
           MOVE ORD-TOTAL       TO WS-ADD-AMOUNT
           ADD ORD-TOTAL TO WS-SUM-SL
           PERFORM ADD-TO-GL-TABLE
           IF ORD-TAX-AMOUNT NUMERIC AND ORD-TAX-AMOUNT > 0
               MOVE "TX"           TO WS-ADD-TYPE
               MOVE ORD-TAX-AMOUNT TO WS-ADD-AMOUNT
               ADD ORD-TAX-AMOUNT TO WS-SUM-TX
               PERFORM ADD-TO-GL-TABLE
           END-IF

           *> 在庫を引き当てた明細だけ払出を起こす（バックオーダー分は
           *> MVP10で出荷された回に払出記録の側から起こす）。原価は品目
           *> カタログの単価、カタログに無い品目は計上単価で代用する
           IF ORD-STOCK-FLAG = SPACE
               ADD 1 TO WS-PST-ALLOC-COUNT
               MOVE ORD-UNIT-PRICE TO WS-UNIT-COST
               IF ITEMMAST-PRESENT
                   MOVE ORD-ITEM-CODE TO IT-ITEM-CODE
                   READ ITEMMAST
                       INVALID KEY
                           ADD 1 TO WS-NO-COST-COUNT
                       NOT INVALID KEY
                           MOVE IT-UNIT-PRICE TO WS-UNIT-COST
                   END-READ
               ELSE
                   ADD 1 TO WS-NO-COST-COUNT
               END-IF
               COMPUTE WS-LINE-COST = ORD-QTY * WS-UNIT-COST
               IF WS-LINE-COST > 0
                   MOVE "IR"         TO WS-ADD-TYPE
                   MOVE WS-LINE-COST TO WS-ADD-AMOUNT
                   ADD WS-LINE-COST TO WS-SUM-IR
                   PERFORM ADD-TO-GL-TABLE
               END-IF
           END-IF
           .

       SCAN-AR-JOURNAL.
           *> 前回渡した件数より後ろの入金(P)・貸記(C)だけを拾う
           *> （MVP13・MVP19・MVP26の後追いの入金も翌日の実行で拾える）
           OPEN INPUT ARJRNL
           IF ARJRNL-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ ARJRNL
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AJ-READ-COUNT
                           IF GLCTL-FOUND
                               IF WS-AJ-READ-COUNT > WS-AJ-DONE-COUNT
                                   PERFORM NOTE-ONE-AR-ROW
                               END-IF
                           ELSE
                               IF AJ-TRAN-DATE = WS-RUN-DATE
                                   PERFORM NOTE-ONE-AR-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARJRNL
               MOVE "N" TO WS-EOF
           END-IF

           *> 売掛仕訳帳が作り直されて前回より短くなったときは読み位置
           *> を信用できないので知らせておく（今回拾った分は無し）
           IF GLCTL-FOUND AND WS-AJ-READ-COUNT < WS-AJ-DONE-COUNT
               DISPLAY "MVP27: ARJRNL.DAT SHORTER THAN LAST RUN ("
                   WS-AJ-READ-COUNT " < " WS-AJ-DONE-COUNT ")"
           END-IF
           .

       NOTE-ONE-AR-ROW.
           MOVE SPACES    TO WS-ADD-BRANCH
           MOVE AJ-AMOUNT TO WS-ADD-AMOUNT
           EVALUATE AJ-TRAN-TYPE
               WHEN "P"
                   ADD 1 TO WS-AJ-PICK-COUNT
                   MOVE "CR" TO WS-ADD-TYPE
                   ADD AJ-AMOUNT TO WS-SUM-CR
                   PERFORM ADD-TO-GL-TABLE
               WHEN "C"
                   ADD 1 TO WS-AJ-PICK-COUNT
                   MOVE "CM" TO WS-ADD-TYPE
                   ADD AJ-AMOUNT TO WS-SUM-CM
                   PERFORM ADD-TO-GL-TABLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SCAN-BACKORDER-RELEASES.
           *> 前回渡した件数より後ろの払出を拾う（管理ファイルが無い
           *> 初回は今回日付の払出だけ）
           OPEN INPUT BOFJRNL
           IF BOFJRNL-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ BOFJRNL
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BF-READ-COUNT
                           IF BFCTL-FOUND
                               IF WS-BF-READ-COUNT > WS-BF-DONE-COUNT
                                   PERFORM NOTE-ONE-RELEASE
                               END-IF
                           ELSE
                               IF BF-RELEASE-DATE = WS-RUN-DATE
                                   PERFORM NOTE-ONE-RELEASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOFJRNL
               MOVE "N" TO WS-EOF
           END-IF

           IF BFCTL-FOUND AND WS-BF-READ-COUNT < WS-BF-DONE-COUNT
               DISPLAY "MVP27: BOFJRNL.DAT SHORTER THAN LAST RUN ("
                   WS-BF-READ-COUNT " < " WS-BF-DONE-COUNT ")"
           END-IF
           .

       NOTE-ONE-RELEASE.
           *> 払出記録は単価を持たないので品目カタログの単価だけで
           *> 見る（カタログに無い品目は原価0で、件数を要約に出す）
           ADD 1 TO WS-BF-PICK-COUNT
           MOVE 0 TO WS-UNIT-COST
           IF ITEMMAST-PRESENT
               MOVE BF-ITEM-CODE TO IT-ITEM-CODE
               READ ITEMMAST
                   INVALID KEY
                       ADD 1 TO WS-NO-COST-COUNT
                   NOT INVALID KEY
                       MOVE IT-UNIT-PRICE TO WS-UNIT-COST
               END-READ
           ELSE
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           COMPUTE WS-LINE-COST = BF-QTY * WS-UNIT-COST
           IF WS-LINE-COST > 0
               MOVE BF-BRANCH-CODE TO WS-ADD-BRANCH
               MOVE "IR"           TO WS-ADD-TYPE
               MOVE WS-LINE-COST   TO WS-ADD-AMOUNT
               ADD WS-LINE-COST TO WS-SUM-IR
               PERFORM ADD-TO-GL-TABLE
           END-IF
           .

       ADD-TO-GL-TABLE.
           *> 支店＋種別で表を線形探索、無ければ空きに登録
           MOVE 0 TO WS-GLT-POS
           MOVE 1 TO WS-GLT-IX
           PERFORM UNTIL WS-GLT-POS > 0 OR WS-GLT-IX > WS-GLT-USED
               IF WS-GLT-BRANCH (WS-GLT-IX) = WS-ADD-BRANCH
                  AND WS-GLT-TYPE (WS-GLT-IX) = WS-ADD-TYPE
                   MOVE WS-GLT-IX TO WS-GLT-POS
               ELSE
                   ADD 1 TO WS-GLT-IX
               END-IF
           END-PERFORM
           IF WS-GLT-POS = 0
               IF WS-GLT-USED < WS-GLT-MAX
                   ADD 1 TO WS-GLT-USED
                   MOVE WS-GLT-USED   TO WS-GLT-POS
                   MOVE WS-ADD-BRANCH TO WS-GLT-BRANCH (WS-GLT-POS)
                   MOVE WS-ADD-TYPE   TO WS-GLT-TYPE (WS-GLT-POS)
                   MOVE 0             TO WS-GLT-AMOUNT (WS-GLT-POS)
               ELSE
                   *> 表が溢れた分は仕訳に載らないので渡さない
                   SET GLT-FULL TO TRUE
               END-IF
           END-IF
           IF WS-GLT-POS > 0
               ADD WS-ADD-AMOUNT TO WS-GLT-AMOUNT (WS-GLT-POS)
           END-IF
           .

       SCAN-AUDIT-LOG.
           *> 今回日付のMVP15の最後の行を拾う（同日に再投入があっても
           *> 最終実行の結果を載せる）
           OPEN INPUT AUDITLOG
           IF AUDITLOG-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ AUDITLOG
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF AL-RUN-DATE = WS-RUN-DATE
                              AND AL-PROGRAM-ID = "MVP15"
                               SET AL-MVP15-FOUND TO TRUE
                               MOVE AL-REJECT-COUNT
                                   TO WS-AL-MVP15-FAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
               MOVE "N" TO WS-EOF
           END-IF
           .

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT GLWORK
           MOVE SPACES       TO GL-HDR-REC
           MOVE "H"          TO GH-REC-TYPE
           MOVE WS-POST-DATE TO GH-POST-DATE
           MOVE "MVP27"      TO GH-SOURCE
           WRITE GL-HDR-REC

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "JOURNAL LINES (SEQ BRN TYPE ACCOUNT DEBIT CREDIT)"
               TO RPT-REC
           WRITE RPT-REC

           MOVE 1 TO WS-GLT-IX
           PERFORM UNTIL WS-GLT-IX > WS-GLT-USED
               IF WS-GLT-AMOUNT (WS-GLT-IX) > 0
                   PERFORM WRITE-ONE-ENTRY
               END-IF
               ADD 1 TO WS-GLT-IX
           END-PERFORM

           MOVE SPACES             TO GL-TRL-REC
           MOVE "T"                TO GT-REC-TYPE
           MOVE WS-GL-SEQ          TO GT-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL  TO GT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           WRITE GL-TRL-REC
           CLOSE GLWORK
           .

       WRITE-ONE-ENTRY.
           *> 支店別の行が無ければ全社既定（支店空白）の行を使う。
           *> 借方・貸方は片側ずつ書くので、片側の勘定が空欄の行は
           *> 貸借が合わなくなり、そのまま渡さない判定に掛かる
           PERFORM FIND-ACCOUNT-MAP
           IF MAP-FOUND
               IF GA-DR-ACCOUNT NOT = SPACES
                   MOVE GA-DR-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D"           TO GJ-DR-CR
                   PERFORM WRITE-JOURNAL-LINE
                   ADD WS-GLT-AMOUNT (WS-GLT-IX) TO WS-GL-DEBIT-TOTAL
               END-IF
               IF GA-CR-ACCOUNT NOT = SPACES
                   MOVE GA-CR-ACCOUNT TO GJ-ACCOUNT
                   MOVE "C"           TO GJ-DR-CR
                   PERFORM WRITE-JOURNAL-LINE
                   ADD WS-GLT-AMOUNT (WS-GLT-IX) TO WS-GL-CREDIT-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO RPT-REC
               STRING "      " DELIMITED BY SIZE
                      WS-GLT-BRANCH (WS-GLT-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GLT-TYPE (WS-GLT-IX) DELIMITED BY SIZE
                      " *** NO ACCOUNT MAPPING IN GLACCT.DAT ***"
                       DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           .

       FIND-ACCOUNT-MAP.
           MOVE "N" TO WS-MAP-FOUND
           IF GLACCT-PRESENT
               MOVE WS-GLT-BRANCH (WS-GLT-IX) TO GA-BRANCH-CODE
               MOVE WS-GLT-TYPE (WS-GLT-IX)   TO GA-TRAN-TYPE
               READ GLACCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MAP-FOUND TO TRUE
               END-READ
               IF NOT MAP-FOUND AND GA-BRANCH-CODE NOT = SPACES
                   MOVE SPACES TO GA-BRANCH-CODE
                   READ GLACCT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MAP-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF
           .

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-GL-SEQ
           MOVE "D"                        TO GJ-REC-TYPE
           MOVE WS-POST-DATE               TO GJ-POST-DATE
           MOVE WS-GL-SEQ                  TO GJ-SEQ-NO
           MOVE WS-GLT-AMOUNT (WS-GLT-IX)  TO GJ-AMOUNT
           MOVE WS-GLT-BRANCH (WS-GLT-IX)  TO GJ-BRANCH-CODE
           MOVE WS-GLT-TYPE (WS-GLT-IX)    TO GJ-TRAN-TYPE
           MOVE GA-DESC                    TO GJ-DESC
           MOVE SPACES                     TO GJ-FILLER
           WRITE GL-DTL-REC

           MOVE GJ-SEQ-NO      TO JL-SEQ-NO
           MOVE GJ-BRANCH-CODE TO JL-BRANCH-CODE
           MOVE GJ-TRAN-TYPE   TO JL-TRAN-TYPE
           MOVE GJ-ACCOUNT     TO JL-ACCOUNT
           MOVE GJ-DESC        TO JL-DESC
           IF GJ-DR-CR = "D"
               MOVE GJ-AMOUNT  TO JL-DEBIT
               MOVE 0          TO JL-CREDIT
           ELSE
               MOVE 0          TO JL-DEBIT
               MOVE GJ-AMOUNT  TO JL-CREDIT
           END-IF
           WRITE RPT-REC FROM WS-JRNL-LINE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "SUMMARY BY TRANSACTION TYPE" TO RPT-REC
           WRITE RPT-REC

           MOVE "SL SALES REVENUE (NET)" TO SL-DESC
           MOVE WS-SUM-SL TO SL-AMOUNT
           WRITE RPT-REC FROM WS-SUM-LINE
           MOVE "TX SALES TAX" TO SL-DESC
           MOVE WS-SUM-TX TO SL-AMOUNT
           WRITE RPT-REC FROM WS-SUM-LINE
           MOVE "   AR DEBITS (SL + TX)" TO SL-DESC
           COMPUTE SL-AMOUNT = WS-SUM-SL + WS-SUM-TX
           WRITE RPT-REC FROM WS-SUM-LINE
           MOVE "IR INVENTORY RELIEF AT CATALOG COST" TO SL-DESC
           MOVE WS-SUM-IR TO SL-AMOUNT
           WRITE RPT-REC FROM WS-SUM-LINE
           MOVE "CR CASH RECEIPTS (ARJRNL P)" TO SL-DESC
           MOVE WS-SUM-CR TO SL-AMOUNT
           WRITE RPT-REC FROM WS-SUM-LINE
           MOVE "CM CREDITS (ARJRNL C)" TO SL-DESC
           MOVE WS-SUM-CM TO SL-AMOUNT
           WRITE RPT-REC FROM WS-SUM-LINE

           MOVE SPACES TO RPT-REC
           STRING "INFO - POSTED LINES " DELIMITED BY SIZE
                  WS-PST-DTL-COUNT DELIMITED BY SIZE
                  " ALLOCATED " DELIMITED BY SIZE
                  WS-PST-ALLOC-COUNT DELIMITED BY SIZE
                  " NO CATALOG COST " DELIMITED BY SIZE
                  WS-NO-COST-COUNT DELIMITED BY SIZE
                  " ARJRNL ROWS " DELIMITED BY SIZE
                  WS-AJ-PICK-COUNT DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "INFO - BACKORDER RELEASES " DELIMITED BY SIZE
                  WS-BF-PICK-COUNT DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           *> MVP15と同じ材料（計上済み出力のトレーラー）に対して仕訳
           *> の売上・売上税・明細数が一致するかを示す
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "TIE-BACK TO MVP15 CYCLE BALANCING" TO RPT-REC
           WRITE RPT-REC

           MOVE "LEG 3  TRAILER COUNT VS GL SALES LINES" TO TL-DESC
           MOVE WS-PST-TRL-COUNT TO TL-LHS
           MOVE WS-PST-DTL-COUNT TO TL-RHS
           IF PST-PRESENT AND PST-TRL-FOUND
               IF WS-PST-TRL-COUNT = WS-PST-DTL-COUNT
                   MOVE "TIES" TO TL-RESULT
               ELSE
                   MOVE "DOES NOT TIE" TO TL-RESULT
               END-IF
           ELSE
               MOVE "NO SOURCE" TO TL-RESULT
           END-IF
           WRITE RPT-REC FROM WS-TIE-LINE

           MOVE "LEG 4  TRAILER VALUE VS GL SL CREDITS" TO TL-DESC
           MOVE WS-PST-TRL-SUM TO TL-LHS
           MOVE WS-SUM-SL      TO TL-RHS
           IF PST-PRESENT AND PST-TRL-FOUND
               IF WS-PST-TRL-SUM = WS-SUM-SL
                   MOVE "TIES" TO TL-RESULT
               ELSE
                   MOVE "DOES NOT TIE" TO TL-RESULT
               END-IF
           ELSE
               MOVE "NO SOURCE" TO TL-RESULT
           END-IF
           WRITE RPT-REC FROM WS-TIE-LINE

           MOVE "LEG 10 TRAILER TAX VS GL TX CREDITS" TO TL-DESC
           MOVE WS-PST-TRL-TAX TO TL-LHS
           MOVE WS-SUM-TX      TO TL-RHS
           IF PST-PRESENT AND PST-TRL-FOUND
               IF WS-PST-TRL-TAX = WS-SUM-TX
                   MOVE "TIES" TO TL-RESULT
               ELSE
                   MOVE "DOES NOT TIE" TO TL-RESULT
               END-IF
           ELSE
               MOVE "NO SOURCE" TO TL-RESULT
           END-IF
           WRITE RPT-REC FROM WS-TIE-LINE

           MOVE SPACES TO RPT-REC
           IF AL-MVP15-FOUND
               IF WS-AL-MVP15-FAIL = 0
                   MOVE "MVP15 VERDICT TODAY - BALANCED" TO RPT-REC
               ELSE
                   STRING "MVP15 VERDICT TODAY - OUT OF BALANCE, "
                           DELIMITED BY SIZE
                          WS-AL-MVP15-FAIL DELIMITED BY SIZE
                          " LEG(S) FAILED" DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
               END-IF
           ELSE
               MOVE "MVP15 VERDICT TODAY - NOT RUN" TO RPT-REC
           END-IF
           WRITE RPT-REC

           *> 仕訳ファイルの貸借
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "JOURNAL DEBITS VS CREDITS" TO TL-DESC
           MOVE WS-GL-DEBIT-TOTAL  TO TL-LHS
           MOVE WS-GL-CREDIT-TOTAL TO TL-RHS
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE "BALANCED" TO TL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO TL-RESULT
           END-IF
           WRITE RPT-REC FROM WS-TIE-LINE
           .

       RELEASE-JOURNAL-FILE.
           *> 貸借不一致・勘定対応の欠け・集計表の溢れがあれば
           *> 正式名へ付け替えない（前回のGLJRNL.DATもそのまま）
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                   MOVE "NOT RELEASED - DEBITS DO NOT EQUAL CREDITS"
                       TO RPT-REC
               WHEN WS-UNMAPPED-COUNT > 0
                   STRING "NOT RELEASED - " DELIMITED BY SIZE
                          WS-UNMAPPED-COUNT DELIMITED BY SIZE
                          " ENTRY(IES) WITH NO ACCOUNT MAPPING"
                           DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
               WHEN GLT-FULL
                   MOVE "NOT RELEASED - BRANCH/TYPE TABLE FULL"
                       TO RPT-REC
               WHEN OTHER
                   CALL "CBL_DELETE_FILE" USING WS-GLJRNL-NAME
                   CALL "CBL_RENAME_FILE" USING WS-GLWORK-NAME
                                                WS-GLJRNL-NAME
                   IF RETURN-CODE = 0
                       SET GL-RELEASED TO TRUE
                       PERFORM SAVE-ARJRNL-POSITION
                       MOVE "RELEASED TO GLJRNL.DAT" TO RPT-REC
                   ELSE
                       MOVE "NOT RELEASED - RENAME TO GLJRNL.DAT FAILED"
                           TO RPT-REC
                   END-IF
           END-EVALUATE
           WRITE RPT-REC
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP27"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           COMPUTE AL-IN-COUNT = WS-PST-DTL-COUNT + WS-AJ-PICK-COUNT
                               + WS-BF-PICK-COUNT
           MOVE WS-GL-SEQ        TO AL-OUT-COUNT
           IF GL-RELEASED
               MOVE 0                 TO AL-REJECT-COUNT
           ELSE
               COMPUTE AL-REJECT-COUNT = WS-UNMAPPED-COUNT + 1
           END-IF
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
