      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.09.02  ....    新規作成
      *   26.10.15  ....    呼んだステップごとに開始・終了日時、経過
      *                     秒数、終了コード、処理件数を夜間実行履歴
      *                     nitehist へ追記（消さずに溜める）。nitestat
      *                     にその夜の開始日を持たせ、続きから流した
      *                     ステップも同じ夜として記録する
      ******************************************************************
      * 夜間運用の 5 手順（SAMPLEB 乾式→確認→ADRSAPLY→ADRSRECN→
      * ADRSHKP）を順に呼び出すドライバ。実行番号をコンソールから
      *     ステップを飛ばして失敗したステップからやり直す。全ステップ
      *     OK で終えた後の起動は新しい夜として最初から実行する。
      *   - 夜の結末は引継ぎ表の代わりになる一覧 adrsnite に刷る。
      *   - 呼んだステップは 1 回ごとに開始・終了日時、経過秒数、
      *     終了コード、処理件数（ステップが NITE-STEP-COUNT で返す）
      *     を夜間実行履歴 nitehist に追記する。nitestat と違って
      *     書き直さないので、ADRSNTRD で夜ごとの傾向を追える。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
               ASSIGN  TO  "adrsnite"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    夜間実行履歴。ステップが終わるたびに追記する。
           SELECT  OPTIONAL  HISTORY-FILE
               ASSIGN  TO  "nitehist"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  RUNCTL-FILE.
           02  NS-RC           PIC 9(4).
           02  FILLER          PIC X.
           02  NS-RUN-ID       PIC X(14).
      *    その夜の連鎖を始めた日。この項目の無い旧形式の行は空白で
      *    読め、続きから流すときは今日の日付で代える。
           02  FILLER          PIC X.
           02  NS-NIGHT-DATE   PIC X(8).
       FD  GENCAT-FILE.
       COPY    ADRSGCAT.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       FD  HISTORY-FILE.
       COPY    ADRSNHST.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
               03  ST-STATUS       PIC X(4).
               03  ST-RC           PIC 9(4).
               03  ST-RUN-ID       PIC X(14).
      *    今回呼んだステップの経過秒数と処理件数。
               03  ST-ELAPSED      PIC 9(7).
               03  ST-COUNT        PIC 9(9).
       01  WRK-SUB         PIC S9(4)   BINARY.
       01  WRK-STEP-SUB    PIC S9(4)   BINARY.
       01  WRK-STEP-RC     PIC S9(9)   BINARY.
       01  WRK-RUN-ID      PIC X(14).
       01  WRK-CALL-NAME   PIC X(8).
       01  WRK-NOT-DONE    PIC S9(4)   BINARY.
      *    その夜の開始日。新しい夜なら今日、続きなら nitestat から。
       01  WRK-NIGHT-DATE  PIC 9(8).
       01  WRK-PREV-NIGHT  PIC X(8).
      *    ステップの開始・終了日時。時刻は ACCEPT FROM TIME の
      *    HHMMSS 部分を使う。
       01  WRK-STEP-TIMES.
           02  WRK-START-DATE  PIC 9(8).
           02  WRK-START-TIME  PIC 9(8).
           02  WRK-START-HMS   REDEFINES   WRK-START-TIME.
               03  WRK-START-HH    PIC 99.
               03  WRK-START-MM    PIC 99.
               03  WRK-START-SS    PIC 99.
               03  FILLER          PIC 99.
           02  WRK-END-DATE    PIC 9(8).
           02  WRK-END-TIME    PIC 9(8).
           02  WRK-END-HMS     REDEFINES   WRK-END-TIME.
               03  WRK-END-HH      PIC 99.
               03  WRK-END-MM      PIC 99.
               03  WRK-END-SS      PIC 99.
               03  FILLER          PIC 99.
       01  WRK-ELAPSED     PIC S9(9)   BINARY.
       01  CNT-OK          PIC S9(4)   BINARY.
       01  CNT-FAIL        PIC S9(4)   BINARY.
       01  CNT-WAIT        PIC S9(4)   BINARY.
      *    呼出先に渡すパラメータ領域。各プログラムの LINKAGE PARA と
      *    同じ 256 バイト。
       01  CALL-PARA       PIC X(256).
      *    ステップが返す処理件数。
       COPY    ADRSNCNT.
       01  WRK-SUMMARY.
           02  WRK-SUM-STEPS   PIC ZZZ9.
           02  WRK-SUM-OK      PIC ZZZ9.
             03  EDT-DT-RC       PIC ZZZ9.
             03  FILLER          PIC X(6)    VALUE  '  RUN='.
             03  EDT-DT-RUN      PIC X(14).
             03  FILLER          PIC X(6)    VALUE  '  SEC='.
             03  EDT-DT-ELAPSED  PIC Z,ZZZ,ZZ9.
             03  FILLER          PIC X(8)    VALUE  '  COUNT='.
             03  EDT-DT-COUNT    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(50)   VALUE  SPACES.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
               MOVE   '----'       TO  ST-STATUS (STEP-COUNT)
               MOVE    ZERO        TO  ST-RC (STEP-COUNT)
               MOVE    SPACES      TO  ST-RUN-ID (STEP-COUNT)
               MOVE    ZERO        TO  ST-ELAPSED (STEP-COUNT)
               MOVE    ZERO        TO  ST-COUNT (STEP-COUNT)
           END-IF.
           PERFORM 011-READ-RUNCTL.
      **************************************************************************
       030-LOAD-STATUS         SECTION.
           SET     FLG-FRESH-NO    TO  TRUE.
           SET     FLG-EOF-NO      TO  TRUE.
           ACCEPT  WRK-NIGHT-DATE  FROM    DATE YYYYMMDD.
           MOVE    SPACES      TO  WRK-PREV-NIGHT.
           OPEN    INPUT
               STATUS-FILE.
           PERFORM 031-READ-STATUS.
                   DISPLAY '*** ADRSNITE: RESUMING - COMPLETED STEPS'
                           ' WILL BE SKIPPED'
                       UPON    CONSOLE
                   IF      WRK-PREV-NIGHT  IS  NUMERIC
                       MOVE    WRK-PREV-NIGHT  TO  WRK-NIGHT-DATE
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
                   SET     FLG-FRESH-YES   TO  TRUE
               ELSE
                   MOVE    NS-STATUS   TO  ST-PREV (NS-SEQ)
                   MOVE    NS-NIGHT-DATE   TO  WRK-PREV-NIGHT
               END-IF
           END-IF.
           PERFORM 031-READ-STATUS.
               DISPLAY '*** ADRSNITE: CALLING '  WRK-CALL-NAME
                   UPON    CONSOLE
               MOVE    ZERO        TO  RETURN-CODE
               MOVE    ZERO        TO  NITE-STEP-COUNT
               ACCEPT  WRK-START-DATE  FROM    DATE YYYYMMDD
               ACCEPT  WRK-START-TIME  FROM    TIME
               CALL    WRK-CALL-NAME   USING
                    CALL-PARA
                   ON  EXCEPTION
               END-CALL
               MOVE    RETURN-CODE TO  WRK-STEP-RC
               MOVE    ZERO        TO  RETURN-CODE
               ACCEPT  WRK-END-DATE    FROM    DATE YYYYMMDD
               ACCEPT  WRK-END-TIME    FROM    TIME
               PERFORM 230-COMPUTE-ELAPSED
               MOVE    WRK-STEP-RC TO  ST-RC (WRK-STEP-SUB)
               EVALUATE    TRUE
                   WHEN    WRK-STEP-RC =   ZERO
                               ' FAILED - CHAIN STOPPED'
                           UPON    CONSOLE
               END-EVALUATE
               PERFORM 240-WRITE-HISTORY
           END-IF.
      **************************************************************************
      *    開始から終了までの秒数。日付が変わっていれば日数差を足す。
       230-COMPUTE-ELAPSED     SECTION.
           COMPUTE WRK-ELAPSED =
                   ( FUNCTION INTEGER-OF-DATE (WRK-END-DATE)
                   - FUNCTION INTEGER-OF-DATE (WRK-START-DATE) ) * 86400
                   + ( WRK-END-HH   * 3600 + WRK-END-MM   * 60
                                           + WRK-END-SS )
                   - ( WRK-START-HH * 3600 + WRK-START-MM * 60
                                           + WRK-START-SS ).
           IF      WRK-ELAPSED <   ZERO
               MOVE    ZERO        TO  WRK-ELAPSED
           END-IF.
           MOVE    WRK-ELAPSED TO  ST-ELAPSED (WRK-STEP-SUB).
           IF      NITE-STEP-COUNT <   ZERO
               MOVE    ZERO        TO  ST-COUNT (WRK-STEP-SUB)
           ELSE
               MOVE    NITE-STEP-COUNT TO  ST-COUNT (WRK-STEP-SUB)
           END-IF.
      **************************************************************************
      *    呼んだステップ 1 回分を夜間実行履歴へ追記する。途中で落ちて
      *    もそこまでの記録が残るよう、1 件ごとに開閉する。
       240-WRITE-HISTORY       SECTION.
           MOVE    SPACES      TO  NITE-HIST-REC.
           MOVE    WRK-NIGHT-DATE  TO  NH-NIGHT-DATE.
           MOVE    WRK-STEP-SUB    TO  NH-SEQ.
           MOVE    ST-STEP (WRK-STEP-SUB)      TO  NH-STEP.
           MOVE    ST-RUN-ID (WRK-STEP-SUB)    TO  NH-RUN-ID.
           MOVE    WRK-START-DATE  TO  NH-START-DATE.
           MOVE    WRK-START-TIME (1 : 6)  TO  NH-START-TIME.
           MOVE    WRK-END-DATE    TO  NH-END-DATE.
           MOVE    WRK-END-TIME (1 : 6)    TO  NH-END-TIME.
           MOVE    ST-ELAPSED (WRK-STEP-SUB)   TO  NH-ELAPSED.
           MOVE    ST-STATUS (WRK-STEP-SUB)    TO  NH-STATUS.
           MOVE    ST-RC (WRK-STEP-SUB)        TO  NH-RC.
           MOVE    ST-COUNT (WRK-STEP-SUB)     TO  NH-COUNT.
           MOVE   X'0d'        TO  NH-CR.
           OPEN    EXTEND
               HISTORY-FILE.
           WRITE   NITE-HIST-REC.
           CLOSE   HISTORY-FILE.
      **************************************************************************
      *    実行番号は世代台帳 gencat の最新（末尾）エントリから引く。
      *    オペレータが打ち直す必要は無い。SAMPLEB のステップが先に
      *    走っていればその実行番号が最新になっている。
           END-IF.
           MOVE    ST-RC (WRK-SUB)     TO  NS-RC.
           MOVE    ST-RUN-ID (WRK-SUB) TO  NS-RUN-ID.
           MOVE    WRK-NIGHT-DATE      TO  NS-NIGHT-DATE.
           WRITE   STATUS-REC.
      **************************************************************************
       090-FINISH              SECTION.
           END-IF.
           MOVE    ST-RC (WRK-SUB)     TO  EDT-DT-RC.
           MOVE    ST-RUN-ID (WRK-SUB) TO  EDT-DT-RUN.
           MOVE    ST-ELAPSED (WRK-SUB)    TO  EDT-DT-ELAPSED.
           MOVE    ST-COUNT (WRK-SUB)      TO  EDT-DT-COUNT.
           MOVE    EDT-DETAIL  TO  REPORT-REC.
           WRITE   REPORT-REC.
