       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSNTRD.
      ******************************************************************
      * PANDA -- a simple transaction monitor
      *
      * Copyright (C) 2000-2002 Ogochan & JMA (Japan Medical Association).
      *
      * This module is part of PANDA.
      *
      *     PANDA is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY.  No author or distributor accepts
      * responsibility to anyone for the consequences of using it or for
      * whether it serves any particular purpose or works at all, unless
      * he says so in writing.
      * Refer to the GNU General Public License for full details.
      *
      *     Everyone is granted permission to copy, modify and
      * redistribute PANDA, but only under the conditions described in
      * the GNU General Public License.  A copy of this license is
      * supposed to have been given to you along with PANDA so you can
      * know your rights and responsibilities.  It should be in a file
      * named COPYING.  Among other things, the copyright notice and
      * this notice must be preserved on all copies.
      *   システム名      ：PANDA TPモニタ
      *   サブシステム名  ：デモ
      *   コンポーネント名：夜間連鎖週次傾向・処理枠見通しレポート
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * ADRSNITE が溜める夜間実行履歴 nitehist を読み、基準日までの
      * 直近 7 夜についてステップごとの経過秒数を一覧にし、連鎖全体の
      * 夜ごとの合計を添えて印刷用リスト adrsntrd に出力する。週に
      * 1 度流し、処理枠に収まらなくなる前に手を打つためのもの。
      *   - 基準日までの 28 夜を平均の母集団とし、平均のパラメータ
      *     倍率（% 単位）を超えた夜に * を付ける。平均が 3 夜に満た
      *     ないステップは判定しない。連鎖合計は処理枠を超えた夜に
      *     * を付ける。同じ夜に同じステップを流し直していれば秒数は
      *     足し込む（その夜の枠を実際に使った時間）。
      *   - 見通し：ステップが返した処理件数（NITE-STEP-COUNT）の
      *     28 夜での増え方を 1 日あたりに直し、見通し日数先の件数を
      *     出す。直近 7 夜の平均秒数を件数に比例させて見通し秒数と
      *     し（件数を返さないステップは今の秒数のまま）、連鎖合計を
      *     処理枠と比べて FITS／WILL OVERRUN を刷る。
      *   - 起動パラメータ：基準日(8) 処理枠の分(4) 見通し日数(3)
      *     倍率(3)。空白なら今日、360 分、90 日、150%。
      *   - 判定の付いた夜、処理枠を超えた夜、枠超えの見通しの
      *     いずれかがあれば終了コード 4。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  HISTORY-FILE
               ASSIGN  TO  "nitehist"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrsntrd"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  HISTORY-FILE.
       COPY    ADRSNHST.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES   VALUE 1.
               88  FLG-FOUND-NO    VALUE 0.
           02  FLG-OVERRUN PIC 9.
               88  FLG-OVERRUN-YES VALUE 1.
               88  FLG-OVERRUN-NO  VALUE 0.
       01  CNT-HIST        PIC S9(9)   BINARY.
       01  CNT-USED        PIC S9(9)   BINARY.
       01  CNT-FLAGGED     PIC S9(9)   BINARY.
       01  CNT-OVER        PIC S9(9)   BINARY.
      *    起動パラメータを数値にしたもの。
       01  WRK-ASOF        PIC 9(8).
       01  WRK-WINDOW      PIC 9(4).
       01  WRK-HORIZON     PIC 9(3).
       01  WRK-PCT         PIC 9(3).
       01  WRK-WINDOW-SEC  PIC S9(9)   BINARY.
      *    日付は通日に直して比べる。夜の番号は 28 が基準日、1 が
      *    27 日前。直近 7 夜は 22～28。
       01  WRK-ASOF-INT    PIC S9(9)   BINARY.
       01  WRK-AGE         PIC S9(9)   BINARY.
       01  WRK-NIGHT       PIC S9(4)   BINARY.
       01  WRK-SUB         PIC S9(4)   BINARY.
       01  WRK-STEP-SUB    PIC S9(4)   BINARY.
       01  WRK-DATE        PIC 9(8).
       01  WRK-RESULT      PIC X(13).
      *    ステップ 1 つ分の集計の作業域。
       01  WRK-FIGURES.
           02  WRK-BASE-SEC    PIC S9(11)  BINARY.
           02  WRK-BASE-NIGHTS PIC S9(4)   BINARY.
           02  WRK-WEEK-SEC    PIC S9(11)  BINARY.
           02  WRK-WEEK-NIGHTS PIC S9(4)   BINARY.
           02  WRK-WEEK-COUNT  PIC S9(11)  BINARY.
           02  WRK-COUNT-NIGHTS    PIC S9(4)   BINARY.
           02  WRK-FIRST-NIGHT PIC S9(4)   BINARY.
           02  WRK-LAST-NIGHT  PIC S9(4)   BINARY.
       01  STEP-MAX        PIC S9(4)   BINARY  VALUE 20.
       01  STEP-COUNT      PIC S9(4)   BINARY.
      *    ステップ（nitehist に初めて現れた順＝連鎖の順）ごとの
      *    夜別の実績と、それから出した平均・見通し。
       01  STEP-TABLE.
           02  STEP-ENTRY      OCCURS  20  TIMES.
               03  ST-STEP         PIC X(8).
               03  ST-NIGHT        OCCURS  28  TIMES.
                   04  ST-N-SEC        PIC S9(9)   BINARY.
                   04  ST-N-RUNS       PIC S9(4)   BINARY.
      *    その夜の最後の実行が返した処理件数（ゼロは件数無し）。
                   04  ST-N-COUNT      PIC S9(9)   BINARY.
               03  ST-AVG-SEC      PIC S9(9)   BINARY.
               03  ST-BASE-NIGHTS  PIC S9(4)   BINARY.
               03  ST-WEEK-AVG-SEC PIC S9(9)   BINARY.
               03  ST-WEEK-NIGHTS  PIC S9(4)   BINARY.
               03  ST-WEEK-AVG-CNT PIC S9(9)   BINARY.
               03  ST-RATE         PIC S9(9)V99.
               03  ST-PROJ-COUNT   PIC S9(11).
               03  ST-PROJ-SEC     PIC S9(11).
      *    連鎖合計。夜別（直近 7 夜）と直近平均・見通し。
       01  CHAIN-TOTALS.
           02  CH-NIGHT-SEC    OCCURS  7   TIMES
                               PIC S9(11)  BINARY.
           02  CH-WEEK-SEC     PIC S9(11)  BINARY.
           02  CH-PROJ-SEC     PIC S9(11)  BINARY.
           02  CH-MARGIN       PIC S9(11)  BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-HIST    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-STEPS   PIC ZZZ9.
           02  WRK-SUM-FLAGGED PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-OVER    PIC ZZZ9.
           02  WRK-SUM-PROJ    PIC ZZ,ZZZ,ZZ9.
           02  WRK-SUM-WINDOW  PIC ZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(44)   VALUE
                 'ADRSNTRD  NIGHTLY CHAIN WEEKLY TREND  AS OF '.
             03  EDT-HD-ASOF     PIC 9(8).
             03  FILLER          PIC X(9)    VALUE '  WINDOW='.
             03  EDT-HD-WINDOW   PIC ZZZ9.
             03  FILLER          PIC X(4)    VALUE ' MIN'.
             03  FILLER          PIC X(10)   VALUE '  HORIZON='.
             03  EDT-HD-HORIZON  PIC ZZ9.
             03  FILLER          PIC X(5)    VALUE ' DAYS'.
             03  FILLER          PIC X(12)   VALUE '  FLAG OVER '.
             03  EDT-HD-PCT      PIC ZZ9.
             03  FILLER          PIC X(21)   VALUE
                 '% OF 28-NIGHT AVERAGE'.
             03  FILLER          PIC X(9)    VALUE  SPACES.
           02  EDT-LEGEND.
             03  FILLER      PIC X(48)   VALUE
                 'ELAPSED SECONDS PER NIGHT.  * = STEP OVER LIMIT,'.
             03  FILLER      PIC X(47)   VALUE
                 ' CHAIN OVER WINDOW.  - = NOT RUN THAT NIGHT.   '.
             03  FILLER      PIC X(37)   VALUE  SPACES.
      *    夜別の表。見出しと明細は毎行空白で消してから埋める。
           02  EDT-COLUMNS.
             03  EDT-CL-TITLE    PIC X(10).
             03  EDT-CL-CELL     OCCURS  7   TIMES.
               04  FILLER          PIC X.
               04  EDT-CL-DATE     PIC 9(8).
               04  FILLER          PIC X(2).
             03  EDT-CL-AVG      PIC X(12).
             03  FILLER          PIC X(33).
           02  EDT-DETAIL.
             03  EDT-DT-STEP     PIC X(8).
             03  FILLER          PIC X(2).
             03  EDT-DT-CELL     OCCURS  7   TIMES.
               04  EDT-DT-SEC      PIC Z,ZZZ,ZZ9.
               04  EDT-DT-SEC-X    REDEFINES   EDT-DT-SEC
                                   PIC X(9).
               04  EDT-DT-MARK     PIC X.
               04  FILLER          PIC X.
             03  FILLER          PIC X(3).
             03  EDT-DT-AVG      PIC Z,ZZZ,ZZ9.
             03  FILLER          PIC X(33).
           02  EDT-PJ-TITLE.
             03  FILLER      PIC X(50)   VALUE
                 'PROJECTION AT CURRENT GROWTH  (RECENT = LAST 7 NIG'.
             03  FILLER      PIC X(50)   VALUE
                 'HTS, COUNT/DAY = CHANGE PER DAY OVER 28 NIGHTS)   '.
             03  FILLER      PIC X(32)   VALUE  SPACES.
           02  EDT-PJ-HEAD.
             03  FILLER      PIC X(10)   VALUE 'STEP      '.
             03  FILLER      PIC X(10)   VALUE 'RECENT SEC'.
             03  FILLER      PIC X(13)   VALUE '   RECENT CNT'.
             03  FILLER      PIC X(16)   VALUE '       COUNT/DAY'.
             03  FILLER      PIC X(13)   VALUE '   PROJ COUNT'.
             03  FILLER      PIC X(12)   VALUE '    PROJ SEC'.
             03  FILLER      PIC X(58)   VALUE  SPACES.
           02  EDT-PROJ.
             03  EDT-PJ-STEP     PIC X(8).
             03  FILLER          PIC X(2).
             03  EDT-PJ-SEC      PIC ZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2).
             03  EDT-PJ-COUNT    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2).
             03  EDT-PJ-RATE     PIC -ZZ,ZZZ,ZZ9.99.
             03  FILLER          PIC X(2).
             03  EDT-PJ-PCOUNT   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2).
             03  EDT-PJ-PSEC     PIC ZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2).
             03  EDT-PJ-NOTE     PIC X(20).
             03  FILLER          PIC X(36).
           02  EDT-WINDOW.
             03  FILLER          PIC X(16)   VALUE 'BATCH WINDOW    '.
             03  EDT-WN-MIN      PIC ZZZ9.
             03  FILLER          PIC X(7)    VALUE ' MIN = '.
             03  EDT-WN-SEC      PIC ZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(4)    VALUE ' SEC'.
             03  FILLER          PIC X(91)   VALUE  SPACES.
           02  EDT-VERDICT.
             03  FILLER          PIC X(16)   VALUE 'PROJECTED CHAIN '.
             03  EDT-VD-SEC      PIC ZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(8)    VALUE ' SEC IN '.
             03  EDT-VD-DAYS     PIC ZZ9.
             03  FILLER          PIC X(7)    VALUE ' DAYS: '.
             03  EDT-VD-RESULT   PIC X(13).
             03  FILLER          PIC X(9)    VALUE '  MARGIN '.
             03  EDT-VD-MARGIN   PIC ---,---,--9.
             03  FILLER          PIC X(4)    VALUE ' SEC'.
             03  FILLER          PIC X(51)   VALUE  SPACES.
           02  EDT-NONE.
             03  FILLER      PIC X(50)   VALUE
                 'NO ADRSNITE RUN HISTORY IN THE 28 NIGHTS TO THIS D'.
             03  FILLER      PIC X(4)    VALUE 'ATE '.
             03  FILLER      PIC X(78)   VALUE  SPACES.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-ASOF       PIC X(8).
           02  PARA-WINDOW     PIC X(4).
           02  PARA-HORIZON    PIC X(3).
           02  PARA-PCT        PIC X(3).
           02  FILLER          PIC X(238).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSNTRD'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 100-READ-HISTORY.
           PERFORM 200-EVALUATE-STEPS.
           OPEN    OUTPUT
               REPORT-FILE.
           PERFORM 300-PRINT-TREND.
           IF      STEP-COUNT  >   ZERO
               PERFORM 400-PRINT-PROJECTION
           END-IF.
           CLOSE   REPORT-FILE.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
      *    空白の項目は既定値。数字でなければ RC 16 で止める。
       010-INIT                SECTION.
           IF      PARA-ASOF   =   SPACES  OR  LOW-VALUES
               ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD
               MOVE    WRK-DATE    TO  PARA-ASOF
           END-IF.
           IF      PARA-WINDOW =   SPACES  OR  LOW-VALUES
               MOVE   '0360'       TO  PARA-WINDOW
           END-IF.
           IF      PARA-HORIZON    =   SPACES  OR  LOW-VALUES
               MOVE   '090'        TO  PARA-HORIZON
           END-IF.
           IF      PARA-PCT    =   SPACES  OR  LOW-VALUES
               MOVE   '150'        TO  PARA-PCT
           END-IF.
           IF      PARA-ASOF       NOT NUMERIC
                   OR  PARA-WINDOW     NOT NUMERIC
                   OR  PARA-HORIZON    NOT NUMERIC
                   OR  PARA-PCT        NOT NUMERIC
               DISPLAY '*** ADRSNTRD: AS-OF DATE / WINDOW / HORIZON /'
                       ' PERCENT PARAMETER NOT NUMERIC'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           MOVE    PARA-ASOF   TO  WRK-ASOF.
           MOVE    PARA-WINDOW TO  WRK-WINDOW.
           MOVE    PARA-HORIZON    TO  WRK-HORIZON.
           MOVE    PARA-PCT    TO  WRK-PCT.
           COMPUTE WRK-WINDOW-SEC  =   WRK-WINDOW  *   60.
           COMPUTE WRK-ASOF-INT    =
                   FUNCTION INTEGER-OF-DATE (WRK-ASOF).
           MOVE    ZERO        TO  CNT-HIST.
           MOVE    ZERO        TO  CNT-USED.
           MOVE    ZERO        TO  CNT-FLAGGED.
           MOVE    ZERO        TO  CNT-OVER.
           MOVE    ZERO        TO  STEP-COUNT.
           SET     FLG-OVERRUN-NO  TO  TRUE.
      **************************************************************************
      *    基準日までの 28 夜に入る行だけをステップ・夜ごとに積む。
       100-READ-HISTORY        SECTION.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               HISTORY-FILE.
           PERFORM 101-READ-HISTORY.
           PERFORM 110-NOTE-RUN
                   UNTIL   FLG-EOF-YES.
           CLOSE   HISTORY-FILE.
      **************************************************************************
       101-READ-HISTORY        SECTION.
           READ    HISTORY-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       110-NOTE-RUN            SECTION.
           ADD     1           TO  CNT-HIST.
           MOVE    -1          TO  WRK-AGE.
           IF      NH-NIGHT-DATE   NUMERIC
                   AND NH-NIGHT-DATE   >   ZERO
                   AND NH-ELAPSED      NUMERIC
                   AND NH-COUNT        NUMERIC
               COMPUTE WRK-AGE =   WRK-ASOF-INT
                       -   FUNCTION INTEGER-OF-DATE (NH-NIGHT-DATE)
           END-IF.
           IF      WRK-AGE >=  ZERO
                   AND WRK-AGE <=  27
               ADD     1           TO  CNT-USED
               COMPUTE WRK-NIGHT   =   28  -   WRK-AGE
               PERFORM 111-FIND-STEP
               ADD     NH-ELAPSED
                   TO  ST-N-SEC (WRK-STEP-SUB WRK-NIGHT)
               ADD     1
                   TO  ST-N-RUNS (WRK-STEP-SUB WRK-NIGHT)
               IF      NH-COUNT    >   ZERO
                   MOVE    NH-COUNT
                       TO  ST-N-COUNT (WRK-STEP-SUB WRK-NIGHT)
               END-IF
           END-IF.
           PERFORM 101-READ-HISTORY.
      **************************************************************************
      *    ステップの表の位置を引く。無ければ末尾に足す。
       111-FIND-STEP           SECTION.
           SET     FLG-FOUND-NO    TO  TRUE.
           PERFORM VARYING WRK-STEP-SUB FROM 1 BY 1
                   UNTIL   WRK-STEP-SUB    >   STEP-COUNT
                       OR  FLG-FOUND-YES
               IF      ST-STEP (WRK-STEP-SUB)  =   NH-STEP
                   SET     FLG-FOUND-YES   TO  TRUE
               END-IF
           END-PERFORM.
           IF      FLG-FOUND-YES
               SUBTRACT 1          FROM    WRK-STEP-SUB
           ELSE
               IF      STEP-COUNT  >=  STEP-MAX
                   DISPLAY '*** ADRSNTRD: MORE THAN ' STEP-MAX
                           ' STEPS IN nitehist - ENLARGE TABLE'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
               ADD     1           TO  STEP-COUNT
               MOVE    STEP-COUNT  TO  WRK-STEP-SUB
               MOVE    NH-STEP     TO  ST-STEP (WRK-STEP-SUB)
               PERFORM VARYING WRK-NIGHT FROM 1 BY 1
                       UNTIL   WRK-NIGHT   >   28
                   MOVE    ZERO
                       TO  ST-N-SEC (WRK-STEP-SUB WRK-NIGHT)
                   MOVE    ZERO
                       TO  ST-N-RUNS (WRK-STEP-SUB WRK-NIGHT)
                   MOVE    ZERO
                       TO  ST-N-COUNT (WRK-STEP-SUB WRK-NIGHT)
               END-PERFORM
               COMPUTE WRK-NIGHT   =   28  -   WRK-AGE
           END-IF.
      **************************************************************************
      *    ステップごとに平均と見通しを出し、連鎖合計を積む。
       200-EVALUATE-STEPS      SECTION.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   7
               MOVE    ZERO        TO  CH-NIGHT-SEC (WRK-SUB)
           END-PERFORM.
           MOVE    ZERO        TO  CH-WEEK-SEC.
           MOVE    ZERO        TO  CH-PROJ-SEC.
           PERFORM VARYING WRK-STEP-SUB FROM 1 BY 1
                   UNTIL   WRK-STEP-SUB    >   STEP-COUNT
               PERFORM 210-STEP-FIGURES
           END-PERFORM.
           COMPUTE CH-MARGIN   =   WRK-WINDOW-SEC  -   CH-PROJ-SEC.
           IF      CH-MARGIN   <   ZERO
               SET     FLG-OVERRUN-YES TO  TRUE
           END-IF.
      **************************************************************************
       210-STEP-FIGURES        SECTION.
           MOVE    ZERO        TO  WRK-BASE-SEC.
           MOVE    ZERO        TO  WRK-BASE-NIGHTS.
           MOVE    ZERO        TO  WRK-WEEK-SEC.
           MOVE    ZERO        TO  WRK-WEEK-NIGHTS.
           MOVE    ZERO        TO  WRK-WEEK-COUNT.
           MOVE    ZERO        TO  WRK-COUNT-NIGHTS.
           MOVE    ZERO        TO  WRK-FIRST-NIGHT.
           MOVE    ZERO        TO  WRK-LAST-NIGHT.
           PERFORM VARYING WRK-NIGHT FROM 1 BY 1
                   UNTIL   WRK-NIGHT   >   28
               PERFORM 211-NOTE-NIGHT
           END-PERFORM.
           MOVE    WRK-BASE-NIGHTS TO  ST-BASE-NIGHTS (WRK-STEP-SUB).
           MOVE    ZERO        TO  ST-AVG-SEC (WRK-STEP-SUB).
           IF      WRK-BASE-NIGHTS >   ZERO
               COMPUTE ST-AVG-SEC (WRK-STEP-SUB)  ROUNDED =
                       WRK-BASE-SEC    /   WRK-BASE-NIGHTS
           END-IF.
           MOVE    WRK-WEEK-NIGHTS TO  ST-WEEK-NIGHTS (WRK-STEP-SUB).
           MOVE    ZERO        TO  ST-WEEK-AVG-SEC (WRK-STEP-SUB).
           MOVE    ZERO        TO  ST-WEEK-AVG-CNT (WRK-STEP-SUB).
           MOVE    ZERO        TO  ST-RATE (WRK-STEP-SUB).
           MOVE    ZERO        TO  ST-PROJ-COUNT (WRK-STEP-SUB).
           MOVE    ZERO        TO  ST-PROJ-SEC (WRK-STEP-SUB).
      *    直近 7 夜に流れていないステップは今の連鎖にいないものと
      *    みなし、見通しには入れない。
           IF      WRK-WEEK-NIGHTS =   ZERO
               CONTINUE
           ELSE
               COMPUTE ST-WEEK-AVG-SEC (WRK-STEP-SUB)  ROUNDED =
                       WRK-WEEK-SEC    /   WRK-WEEK-NIGHTS
               IF      WRK-COUNT-NIGHTS    >   ZERO
                   COMPUTE ST-WEEK-AVG-CNT (WRK-STEP-SUB)  ROUNDED =
                           WRK-WEEK-COUNT  /   WRK-COUNT-NIGHTS
               END-IF
               PERFORM 212-PROJECT-STEP
               ADD     ST-WEEK-AVG-SEC (WRK-STEP-SUB)  TO  CH-WEEK-SEC
               ADD     ST-PROJ-SEC (WRK-STEP-SUB)  TO  CH-PROJ-SEC
           END-IF.
      **************************************************************************
      *    1 夜分を平均・直近・件数の増え方の材料に振り分ける。
       211-NOTE-NIGHT          SECTION.
           IF      ST-N-RUNS (WRK-STEP-SUB WRK-NIGHT)  >   ZERO
               ADD     ST-N-SEC (WRK-STEP-SUB WRK-NIGHT)
                   TO  WRK-BASE-SEC
               ADD     1           TO  WRK-BASE-NIGHTS
               IF      WRK-NIGHT   >=  22
                   ADD     ST-N-SEC (WRK-STEP-SUB WRK-NIGHT)
                       TO  WRK-WEEK-SEC
                   ADD     1           TO  WRK-WEEK-NIGHTS
                   COMPUTE WRK-SUB =   WRK-NIGHT   -   21
                   ADD     ST-N-SEC (WRK-STEP-SUB WRK-NIGHT)
                       TO  CH-NIGHT-SEC (WRK-SUB)
               END-IF
           END-IF.
           IF      ST-N-COUNT (WRK-STEP-SUB WRK-NIGHT) >   ZERO
               IF      WRK-FIRST-NIGHT =   ZERO
                   MOVE    WRK-NIGHT   TO  WRK-FIRST-NIGHT
               END-IF
               MOVE    WRK-NIGHT   TO  WRK-LAST-NIGHT
               IF      WRK-NIGHT   >=  22
                   ADD     ST-N-COUNT (WRK-STEP-SUB WRK-NIGHT)
                       TO  WRK-WEEK-COUNT
                   ADD     1           TO  WRK-COUNT-NIGHTS
               END-IF
           END-IF.
      **************************************************************************
      *    件数の 1 日あたりの増え方から見通し日数先の件数を出し、
      *    直近の平均秒数を件数に比例させる。件数が無ければ秒数は
      *    今のまま。
       212-PROJECT-STEP        SECTION.
           IF      WRK-LAST-NIGHT  =   ZERO
                   OR  ST-WEEK-AVG-CNT (WRK-STEP-SUB)  =   ZERO
               MOVE    ST-WEEK-AVG-SEC (WRK-STEP-SUB)
                   TO  ST-PROJ-SEC (WRK-STEP-SUB)
           ELSE
               IF      WRK-LAST-NIGHT  >   WRK-FIRST-NIGHT
                   COMPUTE ST-RATE (WRK-STEP-SUB)  ROUNDED =
                         ( ST-N-COUNT (WRK-STEP-SUB WRK-LAST-NIGHT)
                         - ST-N-COUNT (WRK-STEP-SUB WRK-FIRST-NIGHT) )
                       / ( WRK-LAST-NIGHT  -   WRK-FIRST-NIGHT )
               END-IF
               COMPUTE ST-PROJ-COUNT (WRK-STEP-SUB)    ROUNDED =
                       ST-N-COUNT (WRK-STEP-SUB WRK-LAST-NIGHT)
                   +   ST-RATE (WRK-STEP-SUB)  *   WRK-HORIZON
               IF      ST-PROJ-COUNT (WRK-STEP-SUB)    <   ZERO
                   MOVE    ZERO    TO  ST-PROJ-COUNT (WRK-STEP-SUB)
               END-IF
               COMPUTE ST-PROJ-SEC (WRK-STEP-SUB)  ROUNDED =
                       ST-WEEK-AVG-SEC (WRK-STEP-SUB)
                   *   ST-PROJ-COUNT (WRK-STEP-SUB)
                   /   ST-WEEK-AVG-CNT (WRK-STEP-SUB)
           END-IF.
      **************************************************************************
      *    直近 7 夜の表。ステップ 1 行、最後に連鎖合計。
       300-PRINT-TREND         SECTION.
           MOVE    WRK-ASOF    TO  EDT-HD-ASOF.
           MOVE    WRK-WINDOW  TO  EDT-HD-WINDOW.
           MOVE    WRK-HORIZON TO  EDT-HD-HORIZON.
           MOVE    WRK-PCT     TO  EDT-HD-PCT.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           IF      STEP-COUNT  =   ZERO
               MOVE    EDT-NONE    TO  REPORT-REC
               WRITE   REPORT-REC
           ELSE
               MOVE    EDT-LEGEND  TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE    SPACES      TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE    SPACES      TO  EDT-COLUMNS
               MOVE   'STEP'       TO  EDT-CL-TITLE
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL   WRK-SUB >   7
                   COMPUTE WRK-DATE    =   FUNCTION DATE-OF-INTEGER
                           (WRK-ASOF-INT   -   7   +   WRK-SUB)
                   MOVE    WRK-DATE    TO  EDT-CL-DATE (WRK-SUB)
               END-PERFORM
               MOVE   '   AVERAGE  '   TO  EDT-CL-AVG
               MOVE    EDT-COLUMNS TO  REPORT-REC
               WRITE   REPORT-REC
               PERFORM VARYING WRK-STEP-SUB FROM 1 BY 1
                       UNTIL   WRK-STEP-SUB    >   STEP-COUNT
                   PERFORM 310-PRINT-STEP
               END-PERFORM
               PERFORM 320-PRINT-CHAIN
           END-IF.
      **************************************************************************
      *    平均（28 夜）の倍率を超えた夜に * を付ける。
       310-PRINT-STEP          SECTION.
           MOVE    SPACES      TO  EDT-DETAIL.
           MOVE    ST-STEP (WRK-STEP-SUB)  TO  EDT-DT-STEP.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   7
               COMPUTE WRK-NIGHT   =   WRK-SUB +   21
               IF      ST-N-RUNS (WRK-STEP-SUB WRK-NIGHT)  =   ZERO
                   MOVE   '        -'  TO  EDT-DT-SEC-X (WRK-SUB)
               ELSE
                   MOVE    ST-N-SEC (WRK-STEP-SUB WRK-NIGHT)
                       TO  EDT-DT-SEC (WRK-SUB)
                   IF      ST-BASE-NIGHTS (WRK-STEP-SUB)   >=  3
                           AND ST-N-SEC (WRK-STEP-SUB WRK-NIGHT) * 100
                           >   ST-AVG-SEC (WRK-STEP-SUB) * WRK-PCT
                       MOVE   '*'          TO  EDT-DT-MARK (WRK-SUB)
                       ADD     1           TO  CNT-FLAGGED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE    ST-AVG-SEC (WRK-STEP-SUB)   TO  EDT-DT-AVG.
           MOVE    EDT-DETAIL  TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    連鎖合計。処理枠を超えた夜に * を付ける。
       320-PRINT-CHAIN         SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  EDT-DETAIL.
           MOVE   '*CHAIN*'    TO  EDT-DT-STEP.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   7
               MOVE    CH-NIGHT-SEC (WRK-SUB)  TO  EDT-DT-SEC (WRK-SUB)
               IF      CH-NIGHT-SEC (WRK-SUB)  >   WRK-WINDOW-SEC
                   MOVE   '*'          TO  EDT-DT-MARK (WRK-SUB)
                   ADD     1           TO  CNT-OVER
               END-IF
           END-PERFORM.
           MOVE    EDT-DETAIL  TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    見通し。ステップ 1 行、連鎖合計、処理枠との比較。
       400-PRINT-PROJECTION    SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-PJ-TITLE    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-PJ-HEAD TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM VARYING WRK-STEP-SUB FROM 1 BY 1
                   UNTIL   WRK-STEP-SUB    >   STEP-COUNT
               PERFORM 410-PRINT-STEP-PROJECTION
           END-PERFORM.
           MOVE    SPACES      TO  EDT-PROJ.
           MOVE   '*CHAIN*'    TO  EDT-PJ-STEP.
           COMPUTE EDT-PJ-SEC  =   CH-WEEK-SEC.
           MOVE    CH-PROJ-SEC TO  EDT-PJ-PSEC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-PROJ    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    WRK-WINDOW  TO  EDT-WN-MIN.
           MOVE    WRK-WINDOW-SEC  TO  EDT-WN-SEC.
           MOVE    EDT-WINDOW  TO  REPORT-REC.
           WRITE   REPORT-REC.
           IF      FLG-OVERRUN-YES
               MOVE   'WILL OVERRUN'   TO  WRK-RESULT
           ELSE
               MOVE   'FITS'       TO  WRK-RESULT
           END-IF.
           MOVE    CH-PROJ-SEC TO  EDT-VD-SEC.
           MOVE    WRK-HORIZON TO  EDT-VD-DAYS.
           MOVE    WRK-RESULT  TO  EDT-VD-RESULT.
           MOVE    CH-MARGIN   TO  EDT-VD-MARGIN.
           MOVE    EDT-VERDICT TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       410-PRINT-STEP-PROJECTION   SECTION.
           MOVE    SPACES      TO  EDT-PROJ.
           MOVE    ST-STEP (WRK-STEP-SUB)  TO  EDT-PJ-STEP.
           EVALUATE    TRUE
               WHEN    ST-WEEK-NIGHTS (WRK-STEP-SUB)   =   ZERO
                   MOVE   'NOT RUN THIS WEEK'  TO  EDT-PJ-NOTE
               WHEN    ST-WEEK-AVG-CNT (WRK-STEP-SUB)  =   ZERO
                   MOVE    ST-WEEK-AVG-SEC (WRK-STEP-SUB)
                       TO  EDT-PJ-SEC
                   MOVE    ST-PROJ-SEC (WRK-STEP-SUB)  TO  EDT-PJ-PSEC
                   MOVE   'NO COUNT - AS IS'   TO  EDT-PJ-NOTE
               WHEN    OTHER
                   MOVE    ST-WEEK-AVG-SEC (WRK-STEP-SUB)
                       TO  EDT-PJ-SEC
                   MOVE    ST-WEEK-AVG-CNT (WRK-STEP-SUB)
                       TO  EDT-PJ-COUNT
                   MOVE    ST-RATE (WRK-STEP-SUB)      TO  EDT-PJ-RATE
                   MOVE    ST-PROJ-COUNT (WRK-STEP-SUB)
                       TO  EDT-PJ-PCOUNT
                   MOVE    ST-PROJ-SEC (WRK-STEP-SUB)  TO  EDT-PJ-PSEC
           END-EVALUATE.
           MOVE    EDT-PROJ    TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       090-FINISH              SECTION.
           IF      STEP-COUNT  =   ZERO
               DISPLAY '*** ADRSNTRD: NO RUN HISTORY IN THE 28 NIGHTS'
                       ' TO ' WRK-ASOF
                   UPON    CONSOLE
               MOVE    4           TO  RETURN-CODE
           END-IF.
           IF      CNT-FLAGGED >   ZERO
                   OR  CNT-OVER    >   ZERO
                   OR  FLG-OVERRUN-YES
               MOVE    4           TO  RETURN-CODE
           END-IF.
           IF      FLG-OVERRUN-YES
               MOVE   'WILL OVERRUN'   TO  WRK-RESULT
           ELSE
               MOVE   'FITS'       TO  WRK-RESULT
           END-IF.
           MOVE    CNT-USED    TO  WRK-SUM-HIST.
           MOVE    STEP-COUNT  TO  WRK-SUM-STEPS.
           MOVE    CNT-FLAGGED TO  WRK-SUM-FLAGGED.
           MOVE    CNT-OVER    TO  WRK-SUM-OVER.
           MOVE    CH-PROJ-SEC TO  WRK-SUM-PROJ.
           MOVE    WRK-WINDOW-SEC  TO  WRK-SUM-WINDOW.
           DISPLAY '*** ADRSNTRD SUMMARY  ASOF='  WRK-ASOF
                   '  RUNS='  WRK-SUM-HIST
                   '  STEPS='  WRK-SUM-STEPS
                   '  FLAGGED='  WRK-SUM-FLAGGED
                   '  NIGHTS-OVER-WINDOW='  WRK-SUM-OVER
                   '  PROJECTED-SEC='  WRK-SUM-PROJ
                   '  WINDOW-SEC='  WRK-SUM-WINDOW
                   '  '  WRK-RESULT
               UPON    CONSOLE.
