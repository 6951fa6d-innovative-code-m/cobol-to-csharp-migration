           SELECT RUNSTAT ASSIGN TO "MVP00RUN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           *> 夜間ジョブ前に任意で流すマスター整合点検(MVP29)が、止める
           *> べき指摘を見つけた時だけ残す停止指示ファイル
           SELECT INTEGSTP ASSIGN TO "MVP29STP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGSTP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP01のREJREC（91バイト）と同じレイアウトをここでも保持する。
       *> 共通コピーブックが無いリポジトリなので突き合わせに要る項目だけ複製
       FD  REJSCAN
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
       01  RJS-REC.
           05 RJS-CUST-ID        PIC 9(5).
           05 RJS-ORDER-DATE     PIC 9(8).
           05 RJS-ITEM-CODE      PIC X(6).
           05 RJS-BRANCH-CODE    PIC X(3).
           05 RJS-LINE-NO        PIC 9(3).

       SD  SORTWORK.
       01  SORTWORK-REC.
           05 RS-STEP-NAME      PIC X(12).
           05 RS-RUN-DATE       PIC 9(8).

       *> MVP29のSTOP-RECと同じレイアウト（共通コピーブックが無い
       *> リポジトリなのでここでも複製）
       FD  INTEGSTP
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  INTEGSTP-REC.
           05 SP-RUN-DATE       PIC 9(8).
           05 SP-RUN-TIME       PIC 9(8).
           05 SP-STOP-LEVEL     PIC 9(1).
           05 SP-STOP-COUNT     PIC 9(7).
           05 SP-FILLER         PIC X(6).

       WORKING-STORAGE SECTION.
       *> 駆動ジョブが管理する物理ファイル名。MVP01・MVP02は
       *> どちらもINFILE.DAT/OUTFILE.DATに固定なので、呼び出し前後で
       01  WS-RUNSTAT-EOF       PIC X VALUE "N".
           88 RUNSTAT-EOF                 VALUE "Y".

       01  WS-INTEGSTP-STATUS   PIC X(2) VALUE SPACES.
           88 INTEGSTP-OK                 VALUE "00".

       *> 前回実行が完了させたステップ番号（0なら最初から）と、
       *> 今回のステップ完了を書くときの作業域
       01  WS-DONE-THRU         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           *> 整合点検が止めるべき指摘を残していれば、計上の途中で
           *> 壊れたマスターに当たる前にここで止める
           PERFORM CHECK-INTEGRITY-STOP

           *> 前回実行が残した完了ステップを読み、完了済みの区間は
           *> 飛ばして最初の未完了ステップから入り直す。ステップの
           *> 区切りは「ここまで終わればステージ済みファイルが次の
           IF WS-DONE-THRU < 15
               PERFORM STEP-RUN-MVP15
           END-IF
           IF WS-DONE-THRU < 16
               PERFORM STEP-RUN-MVP27
           END-IF

           *> 全ステップ完了。実行状況ファイルを消して次回を
           *> 通常実行に戻す

       STEP-RUN-MVP15.
           *> 今回サイクルの全コントロールトータルを1枚に突き合わせる
           *> 締めの照合。ここまで来ていれば各ファイルは正式名で
           *> 出揃っている
           CALL "MVP15"
           MOVE 15 TO WS-STEP-NO
           MOVE "RUNMVP15" TO WS-STEP-NAME
           PERFORM RECORD-STEP-DONE
           .

       STEP-RUN-MVP27.
           *> 総勘定元帳向けの仕訳ファイルを起こす最後のステップ。
           *> MVP15の照合結果を監査ログから拾うのでその後に置く。
           *> 貸借不一致や勘定未設定で仕訳を出せなかった時は完了を
           *> 記録せずに止め、勘定対応表(MVP28)を直した後の再投入で
           *> このステップだけをやり直させる
           CALL "MVP27"
           IF RETURN-CODE NOT = 0
               DISPLAY "MVP00: GL JOURNAL NOT RELEASED, RETURN-CODE="
                   RETURN-CODE
               DISPLAY "MVP00: SEE MVP27RPT.DAT, FIX AND RESUBMIT"
               GOBACK
           END-IF
           MOVE 16 TO WS-STEP-NO
           MOVE "RUNMVP27" TO WS-STEP-NAME
           PERFORM RECORD-STEP-DONE
           .

       CHECK-INTEGRITY-STOP.
           *> 停止指示はMVP29が停止水準に達する指摘無しで走り直した時に
           *> 消える。MVP29を流さない運用ではファイルが無いので素通り
           OPEN INPUT INTEGSTP
           IF INTEGSTP-OK
               READ INTEGSTP
                   AT END
                       MOVE 0 TO SP-RUN-DATE
                       MOVE 0 TO SP-STOP-COUNT
               END-READ
               CLOSE INTEGSTP
               DISPLAY "MVP00: STOPPED BY MVP29 INTEGRITY SWEEP OF "
                   SP-RUN-DATE ", " SP-STOP-COUNT " FINDING(S)"
               DISPLAY "MVP00: SEE MVP29RPT.DAT, FIX AND RERUN MVP29"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       CHECK-RENAME-OK.
           *> CUSTIN.DAT/ORDERIN.DATが見当たらない等でリネームが失敗すると
           *> MVP01/MVP02はINFILE.DATに残っていた別データをそのまま読んで
