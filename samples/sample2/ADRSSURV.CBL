       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSSURV.
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
      ******************************************************************
      *   システム名      ：PANDA TPモニタ
      *   サブシステム名  ：デモ
      *   コンポーネント名：操作者別変更監視レポートバッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * 共有変更ジャーナル chgjrnl を起動パラメータの期間（開始日・
      * 終了日、終了日省略時は開始日の 1 日分）で抜き出し、操作者
      * （JRNL-OPERATOR、オンラインなら端末）と出所プログラム
      * （JRNL-SOURCE）ごとに追加・変更・削除の件数を印刷用リスト
      * adrssurv に出力する監視バッチ。ADRSJINQ が「この会員に何が
      * 起きたか」に答えるのに対し、内部監査の「どの端末・どの
      * プログラムが何をしたか」に答えるためのもの。後半に例外を
      * ルール別に出す：
      *   AFTERHRS オンラインの更新が業務時間外
      *   BLANKOPR オンラインの更新で操作者（端末）が空白
      *   DELLIMIT 1 端末 1 日のオンライン削除件数が上限を超えた
      *   MULTTERM 同じ会員を同じ日に 2 つ以上の端末が更新した
      *   CHGDEL   電話番号・住所の変更の直後（指定分以内）に削除
      * 閾値は監視パラメータファイル survparm から読むので、監査が
      * プログラムを直さずに調整できる。1 行 1 項目で、1〜8 桁目が
      * キーワード、10 桁目から値（数値は 4 桁ゼロ詰め）。'*' で
      * 始まる行と空行は読み飛ばす：
      *   HOURFROM 0800    業務時間の開始（時分、この時刻を含む）
      *   HOURTO   1900    業務時間の終了（時分、この時刻から時間外）
      *   DELLIMIT 0010    1 端末 1 日のオンライン削除の上限
      *   CHGDELMN 0060    変更から削除までを「直後」とみなす分数
      *   ONLINE   ADRSMNT オンライン経路の出所プログラム（複数行可）
      * ファイルが無い、または書かれていない項目は上の値を使う。
      * 知らないキーワードや数値でない値があれば、誤った閾値で監査
      * しないよう終了コード 16 で止める。
      * 処理は 3 パス：1 度目で期間内のジャーナルを作業ファイルへ
      * 写しながら 1 件で分かる例外（AFTERHRS・BLANKOPR）を拾い、
      * 2 度目は操作者・出所・日時順に整列して件数表と DELLIMIT を、
      * 3 度目は会員・日時順に整列して MULTTERM と CHGDEL を見る。
      * 業務時間外と削除件数はオンライン経路だけを対象にする（夜間の
      * バッチは時間外に動くのが正常なため）。CHGDEL は経路を問わず
      * 期間内の変更と削除を突き合わせる。例外が 1 件でもあれば
      * 終了コード 4。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  JOURNAL-FILE
               ASSIGN  TO  "chgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  OPTIONAL  SURVPARM-FILE
               ASSIGN  TO  "survparm"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    期間内のジャーナルの控えと、その整列結果（2 度使う）。
           SELECT  SURV-WORK
               ASSIGN  TO  "survwk1"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SURV-SORTED
               ASSIGN  TO  "survwk2"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "survsort".
      *    検出した例外の書き溜め先。ルール別印字のときにルールごとに
      *    読み直す。
           SELECT  EXCEPT-WORK
               ASSIGN  TO  "survexwk"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrssurv"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  SURVPARM-FILE.
       01  SURVPARM-REC.
           02  SP-KEY          PIC X(8).
           02  FILLER          PIC X.
           02  SP-VALUE        PIC X(8).
           02  SP-VALUE-R      REDEFINES   SP-VALUE.
               03  SP-NUM          PIC 9(4).
               03  FILLER          PIC X(4).
       FD  SURV-WORK.
       01  SW-REC.
           02  SW-OPERATOR     PIC X(8).
           02  SW-SOURCE       PIC X(8).
           02  SW-NAME         PIC X(20).
           02  SW-DATE         PIC 9(8).
           02  SW-TIME.
               03  SW-HH           PIC 9(2).
               03  SW-MM           PIC 9(2).
               03  SW-SS           PIC 9(2).
      *    ジャーナル上の並び。同じ秒の更新の前後を整列後も保つ。
           02  SW-SEQ          PIC 9(9).
           02  SW-ACTION       PIC X.
      *    'Y' ならオンライン経路の出所。
           02  SW-ONLINE       PIC X.
      *    'Y' なら電話番号か住所（住所行・タグ付き住所・郵便番号）
      *    が動いた変更。
           02  SW-CONTACT      PIC X.
       FD  SURV-SORTED.
       01  SS-REC.
           02  SS-OPERATOR     PIC X(8).
           02  SS-SOURCE       PIC X(8).
           02  SS-NAME         PIC X(20).
           02  SS-DATE         PIC 9(8).
           02  SS-TIME.
               03  SS-HH           PIC 9(2).
               03  SS-MM           PIC 9(2).
               03  SS-SS           PIC 9(2).
           02  SS-SEQ          PIC 9(9).
           02  SS-ACTION       PIC X.
               88  SS-ACTION-ADD       VALUE 'A'.
               88  SS-ACTION-CHANGE    VALUE 'C'.
               88  SS-ACTION-DELETE    VALUE 'D'.
           02  SS-ONLINE       PIC X.
               88  SS-ONLINE-YES       VALUE 'Y'.
           02  SS-CONTACT      PIC X.
               88  SS-CONTACT-YES      VALUE 'Y'.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SO-OPERATOR     PIC X(8).
           02  SO-SOURCE       PIC X(8).
           02  SO-NAME         PIC X(20).
           02  SO-DATE         PIC 9(8).
           02  SO-TIME         PIC 9(6).
           02  SO-SEQ          PIC 9(9).
           02  SO-ACTION       PIC X.
           02  SO-ONLINE       PIC X.
           02  SO-CONTACT      PIC X.
       FD  EXCEPT-WORK.
       01  EW-REC.
           02  EW-RULE         PIC X(8).
           02  EW-KEY          PIC X(20).
           02  EW-DETAIL       PIC X(90).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-SP-EOF  PIC 9.
               88  FLG-SP-EOF-YES      VALUE 1.
               88  FLG-SP-EOF-NO       VALUE 0.
           02  FLG-EW-EOF  PIC 9.
               88  FLG-EW-EOF-YES      VALUE 1.
               88  FLG-EW-EOF-NO       VALUE 0.
           02  FLG-ONLINE  PIC 9.
               88  FLG-ONLINE-YES      VALUE 1.
               88  FLG-ONLINE-NO       VALUE 0.
           02  FLG-MULT-DONE   PIC 9.
               88  FLG-MULT-DONE-YES   VALUE 1.
               88  FLG-MULT-DONE-NO    VALUE 0.
           02  FLG-CHG-HELD    PIC 9.
               88  FLG-CHG-HELD-YES    VALUE 1.
               88  FLG-CHG-HELD-NO     VALUE 0.
       01  CNT-READ        PIC S9(9)   BINARY.
       01  CNT-SELECTED    PIC S9(9)   BINARY.
       01  EXCEPTION-COUNT PIC S9(9)   BINARY.
       01  WRK-FROM-DATE   PIC 9(8).
       01  WRK-TO-DATE     PIC 9(8).
      *    監視の閾値。survparm に無ければこの値を使う。
       01  SURV-LIMITS.
           02  LIM-HOUR-FROM   PIC 9(4)    VALUE 0800.
           02  LIM-HOUR-TO     PIC 9(4)    VALUE 1900.
           02  LIM-DEL-DAY     PIC 9(4)    VALUE 0010.
           02  LIM-CHGDEL-MIN  PIC 9(4)    VALUE 0060.
      *    オンライン経路の出所。survparm に ONLINE が 1 行も無ければ
      *    ADRSMNT だけとする。
       01  ONLINE-MAX      PIC S9(4)   BINARY  VALUE 10.
       01  ONLINE-COUNT    PIC S9(4)   BINARY.
       01  ONLINE-TABLE.
           02  ONLINE-SOURCE   OCCURS  10  TIMES   PIC X(8).
       01  WRK-ONL-SUB     PIC S9(4)   BINARY.
       01  RULE-LIST.
           02  FILLER          PIC X(8)    VALUE 'AFTERHRS'.
           02  FILLER          PIC X(8)    VALUE 'BLANKOPR'.
           02  FILLER          PIC X(8)    VALUE 'DELLIMIT'.
           02  FILLER          PIC X(8)    VALUE 'MULTTERM'.
           02  FILLER          PIC X(8)    VALUE 'CHGDEL'.
       01  RULE-LIST-R     REDEFINES   RULE-LIST.
           02  RULE-CODE       OCCURS  5  TIMES    PIC X(8).
       01  WRK-RULE-SUB    PIC S9(4)   BINARY.
       01  WRK-RULE-COUNT  PIC S9(9)   BINARY.
       01  WRK-ADDR-SUB    PIC S9(4)   BINARY.
       01  WRK-HHMM        PIC 9(4).
       01  WRK-ACTION-TEXT PIC X(6).
       01  WRK-KEY         PIC X(20).
       01  WRK-DETAIL      PIC X(90).
       01  EX-RULE-NEXT    PIC X(8).
      *    件数表のコントロールブレイク。出所行・操作者小計・総合計。
       01  WRK-CUR-OPER    PIC X(8).
       01  WRK-CUR-SOURCE  PIC X(8).
       01  WRK-CUR-DATE    PIC 9(8).
       01  CNT-DAY-DELETES PIC S9(9)   BINARY.
       01  GRP-ACC.
           02  GRP-ADDS        PIC S9(9)   BINARY.
           02  GRP-CHANGES     PIC S9(9)   BINARY.
           02  GRP-DELETES     PIC S9(9)   BINARY.
           02  GRP-TOTAL       PIC S9(9)   BINARY.
       01  OPR-ACC.
           02  OPR-ADDS        PIC S9(9)   BINARY.
           02  OPR-CHANGES     PIC S9(9)   BINARY.
           02  OPR-DELETES     PIC S9(9)   BINARY.
           02  OPR-TOTAL       PIC S9(9)   BINARY.
           02  OPR-SOURCES     PIC S9(9)   BINARY.
       01  TOT-ACC.
           02  TOT-ADDS        PIC S9(9)   BINARY.
           02  TOT-CHANGES     PIC S9(9)   BINARY.
           02  TOT-DELETES     PIC S9(9)   BINARY.
           02  TOT-TOTAL       PIC S9(9)   BINARY.
      *    会員別の走査。いま見ている会員と日、その日最初の端末、
      *    削除待ちの直近の連絡先変更。
       01  WRK-MB-NAME     PIC X(20).
       01  WRK-MB-DATE     PIC 9(8).
       01  WRK-MB-FIRST-TERM   PIC X(8).
       01  WRK-CHG.
           02  WRK-CH-DATE     PIC 9(8).
           02  WRK-CH-HH       PIC 9(2).
           02  WRK-CH-MM       PIC 9(2).
           02  WRK-CH-SOURCE   PIC X(8).
           02  WRK-CH-OPER     PIC X(8).
       01  WRK-ELAPSED     PIC S9(9)   BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-READ    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-SELECT  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-EXCEPT  PIC ZZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(38)   VALUE
                 'ADRSSURV  OPERATOR ACTIVITY  PERIOD: '.
             03  EDT-HD-FROM     PIC 9(8).
             03  FILLER          PIC X(3)    VALUE ' - '.
             03  EDT-HD-TO       PIC 9(8).
             03  FILLER      PIC X(75)   VALUE  SPACES.
           02  EDT-HEAD2.
             03  FILLER          PIC X(16)   VALUE 'BUSINESS HOURS: '.
             03  EDT-HD-HFROM    PIC 9(4).
             03  FILLER          PIC X       VALUE '-'.
             03  EDT-HD-HTO      PIC 9(4).
             03  FILLER          PIC X(33)   VALUE
                 '  ONLINE DELETES PER TERMINAL/DAY'.
             03  EDT-HD-DELLIM   PIC ZZZ9.
             03  FILLER          PIC X(28)   VALUE
                 '  CHANGE->DELETE WITHIN MIN '.
             03  EDT-HD-CHGMIN   PIC ZZZ9.
             03  FILLER      PIC X(38)   VALUE  SPACES.
           02  EDT-HEAD3.
             03  FILLER          PIC X(16)   VALUE 'ONLINE SOURCES: '.
             03  EDT-HD-ONLINE   PIC X(8)    OCCURS  10  TIMES.
             03  FILLER      PIC X(36)   VALUE  SPACES.
           02  EDT-SUM-HEAD.
             03  FILLER          PIC X(20)   VALUE
                 'OPERATOR  SOURCE    '.
             03  FILLER          PIC X(11)   VALUE '       ADDS'.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  FILLER          PIC X(11)   VALUE '    CHANGES'.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  FILLER          PIC X(11)   VALUE '    DELETES'.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  FILLER          PIC X(11)   VALUE '      TOTAL'.
             03  FILLER      PIC X(62)   VALUE  SPACES.
           02  EDT-SUM-LINE.
             03  EDT-SM-OPER     PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-SM-SOURCE   PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-SM-ADDS     PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-SM-CHANGES  PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-SM-DELETES  PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-SM-TOTAL    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER      PIC X(62)   VALUE  SPACES.
           02  EDT-EXC-HEAD.
             03  FILLER      PIC X(10)   VALUE 'EXCEPTIONS'.
             03  FILLER      PIC X(122)  VALUE  SPACES.
           02  EDT-RULE-HEAD.
             03  FILLER          PIC X(6)    VALUE 'RULE: '.
             03  EDT-RH-RULE     PIC X(8).
             03  FILLER          PIC X(9)    VALUE '  COUNT: '.
             03  EDT-RH-COUNT    PIC ZZZ,ZZ9.
             03  FILLER          PIC X(102)  VALUE  SPACES.
           02  EDT-DETAIL.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  EDT-DT-KEY      PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-DETAIL   PIC X(90).
             03  FILLER          PIC X(17)   VALUE  SPACES.
       01  EDT-COUNT       PIC ZZZ9.
       01  EDT-LIMIT       PIC ZZZ9.
       01  EDT-MINUTES     PIC ZZZ9.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-FROM-DATE  PIC X(8).
           02  PARA-TO-DATE    PIC X(8).
           02  FILLER          PIC X(240).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSSURV'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 100-SELECT-ENTRIES.
      *    件数表と DELLIMIT は操作者・出所ごとに日時順で見る。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SO-OPERATOR
                                   SO-SOURCE
                                   SO-DATE
                                   SO-TIME
                                   SO-SEQ
               USING   SURV-WORK
               GIVING  SURV-SORTED.
           PERFORM 200-SUMMARIZE.
      *    MULTTERM と CHGDEL は会員ごとに日時順で見る。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SO-NAME
                                   SO-DATE
                                   SO-TIME
                                   SO-SEQ
               USING   SURV-WORK
               GIVING  SURV-SORTED.
           PERFORM 300-SCAN-MEMBERS.
           CLOSE   EXCEPT-WORK.
           PERFORM 400-PRINT-EXCEPTIONS.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           PERFORM 011-CHECK-PARAMETERS.
           PERFORM 015-LOAD-SURVPARM.
           MOVE    ZERO        TO  CNT-READ.
           MOVE    ZERO        TO  CNT-SELECTED.
           MOVE    ZERO        TO  EXCEPTION-COUNT.
           MOVE    ZERO        TO  TOT-ADDS.
           MOVE    ZERO        TO  TOT-CHANGES.
           MOVE    ZERO        TO  TOT-DELETES.
           MOVE    ZERO        TO  TOT-TOTAL.
           OPEN    OUTPUT
               REPORT-FILE.
           OPEN    OUTPUT
               EXCEPT-WORK.
           MOVE    WRK-FROM-DATE   TO  EDT-HD-FROM.
           MOVE    WRK-TO-DATE     TO  EDT-HD-TO.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    LIM-HOUR-FROM   TO  EDT-HD-HFROM.
           MOVE    LIM-HOUR-TO     TO  EDT-HD-HTO.
           MOVE    LIM-DEL-DAY     TO  EDT-HD-DELLIM.
           MOVE    LIM-CHGDEL-MIN  TO  EDT-HD-CHGMIN.
           MOVE    EDT-HEAD2   TO  REPORT-REC.
           WRITE   REPORT-REC.
           INITIALIZE  EDT-HEAD3.
           PERFORM VARYING WRK-ONL-SUB FROM 1 BY 1
                   UNTIL   WRK-ONL-SUB >   ONLINE-COUNT
               MOVE    ONLINE-SOURCE (WRK-ONL-SUB)
                               TO  EDT-HD-ONLINE (WRK-ONL-SUB)
           END-PERFORM.
           MOVE    EDT-HEAD3   TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    開始日は必須。終了日を省けば開始日の 1 日分とする。
       011-CHECK-PARAMETERS    SECTION.
           IF      PARA-FROM-DATE  =   SPACES  OR  LOW-VALUES
               DISPLAY '*** ADRSSURV: FROM-DATE PARAMETER MISSING'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           IF      PARA-TO-DATE    =   SPACES  OR  LOW-VALUES
               MOVE    PARA-FROM-DATE  TO  PARA-TO-DATE
           END-IF.
           IF      PARA-FROM-DATE  NOT NUMERIC
                   OR  PARA-TO-DATE    NOT NUMERIC
               DISPLAY '*** ADRSSURV: PERIOD NOT NUMERIC -'
                       ' YYYYMMDD EXPECTED'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           MOVE    PARA-FROM-DATE  TO  WRK-FROM-DATE.
           MOVE    PARA-TO-DATE    TO  WRK-TO-DATE.
           IF      WRK-TO-DATE <   WRK-FROM-DATE
               DISPLAY '*** ADRSSURV: TO-DATE ' WRK-TO-DATE
                       ' BEFORE FROM-DATE ' WRK-FROM-DATE
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
      **************************************************************************
       015-LOAD-SURVPARM       SECTION.
           MOVE    ZERO        TO  ONLINE-COUNT.
           SET     FLG-SP-EOF-NO   TO  TRUE.
           OPEN    INPUT
               SURVPARM-FILE.
           PERFORM 016-READ-SURVPARM.
           PERFORM 017-STORE-SURVPARM
                   UNTIL   FLG-SP-EOF-YES.
           CLOSE   SURVPARM-FILE.
           IF      ONLINE-COUNT    =   ZERO
               MOVE    1           TO  ONLINE-COUNT
               MOVE   'ADRSMNT'    TO  ONLINE-SOURCE (1)
           END-IF.
           IF      LIM-HOUR-FROM   NOT <   LIM-HOUR-TO
                   OR  LIM-HOUR-TO     >   2400
               DISPLAY '*** ADRSSURV: BUSINESS HOURS ' LIM-HOUR-FROM
                       '-' LIM-HOUR-TO ' INVALID IN survparm'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
      **************************************************************************
       016-READ-SURVPARM       SECTION.
           READ    SURVPARM-FILE
               AT  END
                   SET     FLG-SP-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
      *    誤った閾値のまま監査が流れないよう、読めない行は止める。
       017-STORE-SURVPARM      SECTION.
           IF      SURVPARM-REC    =   SPACES
                   OR  SP-KEY (1 : 1)  =   '*'
               CONTINUE
           ELSE
               IF      SP-KEY  NOT =   'ONLINE'
                       AND SP-NUM  NOT NUMERIC
                   DISPLAY '*** ADRSSURV: survparm VALUE NOT NUMERIC'
                           ' - KEY=' SP-KEY '  VALUE=' SP-VALUE
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
               EVALUATE    SP-KEY
                   WHEN   'HOURFROM'
                       MOVE    SP-NUM      TO  LIM-HOUR-FROM
                   WHEN   'HOURTO'
                       MOVE    SP-NUM      TO  LIM-HOUR-TO
                   WHEN   'DELLIMIT'
                       MOVE    SP-NUM      TO  LIM-DEL-DAY
                   WHEN   'CHGDELMN'
                       MOVE    SP-NUM      TO  LIM-CHGDEL-MIN
                   WHEN   'ONLINE'
                       IF      ONLINE-COUNT    >=  ONLINE-MAX
                           DISPLAY '*** ADRSSURV: MORE THAN ' ONLINE-MAX
                                   ' ONLINE SOURCES IN survparm'
                               UPON    CONSOLE
                           MOVE    16          TO  RETURN-CODE
                           STOP    RUN
                       END-IF
                       ADD     1           TO  ONLINE-COUNT
                       MOVE    SP-VALUE
                               TO  ONLINE-SOURCE (ONLINE-COUNT)
                   WHEN    OTHER
                       DISPLAY '*** ADRSSURV: UNKNOWN survparm KEY '
                               SP-KEY
                           UPON    CONSOLE
                       MOVE    16          TO  RETURN-CODE
                       STOP    RUN
               END-EVALUATE
           END-IF.
           PERFORM 016-READ-SURVPARM.
      **************************************************************************
       090-FINISH              SECTION.
           MOVE    CNT-READ    TO  WRK-SUM-READ.
           MOVE    CNT-SELECTED    TO  WRK-SUM-SELECT.
           MOVE    EXCEPTION-COUNT TO  WRK-SUM-EXCEPT.
           DISPLAY '*** ADRSSURV SUMMARY  READ='  WRK-SUM-READ
                   '  IN PERIOD='  WRK-SUM-SELECT
                   '  EXCEPTIONS='  WRK-SUM-EXCEPT
               UPON    CONSOLE.
      *
           CLOSE
               REPORT-FILE.
           IF      EXCEPTION-COUNT >   ZERO
               MOVE    4           TO  RETURN-CODE
           ELSE
               MOVE    ZERO        TO  RETURN-CODE
           END-IF.
      **************************************************************************
      *    1 パス目：期間内のジャーナルを作業ファイルへ写し、1 件で
      *    判定できる例外を拾う。
       100-SELECT-ENTRIES      SECTION.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               JOURNAL-FILE.
           OPEN    OUTPUT
               SURV-WORK.
           PERFORM 101-READ-JOURNAL.
           PERFORM 110-SELECT-ONE
                   UNTIL   FLG-EOF-YES.
           CLOSE   JOURNAL-FILE.
           CLOSE   SURV-WORK.
      **************************************************************************
       101-READ-JOURNAL        SECTION.
           READ    JOURNAL-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       110-SELECT-ONE          SECTION.
           ADD     1           TO  CNT-READ.
           IF      JRNL-DATE   NUMERIC
                   AND JRNL-TIME   NUMERIC
                   AND JRNL-DATE   NOT <   WRK-FROM-DATE
                   AND JRNL-DATE   NOT >   WRK-TO-DATE
               ADD     1           TO  CNT-SELECTED
               PERFORM 120-CHECK-ONLINE
               MOVE    SPACES      TO  SW-REC
               MOVE    JRNL-OPERATOR   TO  SW-OPERATOR
               MOVE    JRNL-SOURCE TO  SW-SOURCE
               MOVE    JRNL-NAME   TO  SW-NAME
               MOVE    JRNL-DATE   TO  SW-DATE
               MOVE    JRNL-TIME   TO  SW-TIME
               MOVE    CNT-READ    TO  SW-SEQ
               MOVE    JRNL-ACTION TO  SW-ACTION
               IF      FLG-ONLINE-YES
                   MOVE   'Y'          TO  SW-ONLINE
               ELSE
                   MOVE   'N'          TO  SW-ONLINE
               END-IF
               PERFORM 130-CHECK-CONTACT
               WRITE   SW-REC
               PERFORM 140-CHECK-ENTRY
           END-IF.
           PERFORM 101-READ-JOURNAL.
      **************************************************************************
       120-CHECK-ONLINE        SECTION.
           SET     FLG-ONLINE-NO   TO  TRUE.
           PERFORM VARYING WRK-ONL-SUB FROM 1 BY 1
                   UNTIL   WRK-ONL-SUB >   ONLINE-COUNT
                       OR  FLG-ONLINE-YES
               IF      JRNL-SOURCE =   ONLINE-SOURCE (WRK-ONL-SUB)
                   SET     FLG-ONLINE-YES  TO  TRUE
               END-IF
           END-PERFORM.
      **************************************************************************
      *    変更で電話番号か住所（住所行・タグ付き住所・郵便番号）が
      *    動いたものに印を付ける。CHGDEL の起点になる。
       130-CHECK-CONTACT       SECTION.
           MOVE   'N'          TO  SW-CONTACT.
           IF      JRNL-ACTION-CHANGE
               IF      JRNL-B-TEL  NOT =   JRNL-A-TEL
                       OR  JRNL-B-POSTAL   NOT =   JRNL-A-POSTAL
                       OR  JRNL-B-XADDR-ENTRY (1)
                               NOT =   JRNL-A-XADDR-ENTRY (1)
                       OR  JRNL-B-XADDR-ENTRY (2)
                               NOT =   JRNL-A-XADDR-ENTRY (2)
                   MOVE   'Y'          TO  SW-CONTACT
               END-IF
               PERFORM VARYING WRK-ADDR-SUB FROM 1 BY 1
                       UNTIL   WRK-ADDR-SUB    >   3
                   IF      JRNL-B-ADDRESS (WRK-ADDR-SUB)
                               NOT =   JRNL-A-ADDRESS (WRK-ADDR-SUB)
                       MOVE   'Y'          TO  SW-CONTACT
                   END-IF
               END-PERFORM
           END-IF.
      **************************************************************************
      *    オンライン経路の更新だけを見る。業務時間は時分で比べ、
      *    開始時刻を含み終了時刻からは時間外。
       140-CHECK-ENTRY         SECTION.
           IF      FLG-ONLINE-YES
               PERFORM 150-SET-ACTION-TEXT
               MOVE    JRNL-TIME (1 : 4)   TO  WRK-HHMM
               IF      WRK-HHMM    <   LIM-HOUR-FROM
                       OR  WRK-HHMM    NOT <   LIM-HOUR-TO
                   MOVE    SPACES      TO  WRK-DETAIL
                   STRING 'DATE='          DELIMITED  SIZE
                           JRNL-DATE       DELIMITED  SIZE
                          ' TIME='         DELIMITED  SIZE
                           JRNL-TIME       DELIMITED  SIZE
                          ' SOURCE='       DELIMITED  SIZE
                           JRNL-SOURCE     DELIMITED  SIZE
                          ' TERMINAL='     DELIMITED  SIZE
                           JRNL-OPERATOR   DELIMITED  SIZE
                          ' '              DELIMITED  SIZE
                           WRK-ACTION-TEXT DELIMITED  SIZE
                       INTO    WRK-DETAIL
                   END-STRING
                   MOVE    JRNL-NAME   TO  WRK-KEY
                   MOVE   'AFTERHRS'   TO  EX-RULE-NEXT
                   PERFORM 190-STORE-EXCEPTION
               END-IF
               IF      JRNL-OPERATOR   =   SPACES
                   MOVE    SPACES      TO  WRK-DETAIL
                   STRING 'DATE='          DELIMITED  SIZE
                           JRNL-DATE       DELIMITED  SIZE
                          ' TIME='         DELIMITED  SIZE
                           JRNL-TIME       DELIMITED  SIZE
                          ' SOURCE='       DELIMITED  SIZE
                           JRNL-SOURCE     DELIMITED  SIZE
                          ' '              DELIMITED  SIZE
                           WRK-ACTION-TEXT DELIMITED  SIZE
                       INTO    WRK-DETAIL
                   END-STRING
                   MOVE    JRNL-NAME   TO  WRK-KEY
                   MOVE   'BLANKOPR'   TO  EX-RULE-NEXT
                   PERFORM 190-STORE-EXCEPTION
               END-IF
           END-IF.
      **************************************************************************
       150-SET-ACTION-TEXT     SECTION.
           EVALUATE    TRUE
               WHEN    JRNL-ACTION-ADD
                   MOVE   'ADD'        TO  WRK-ACTION-TEXT
               WHEN    JRNL-ACTION-CHANGE
                   MOVE   'CHANGE'     TO  WRK-ACTION-TEXT
               WHEN    JRNL-ACTION-DELETE
                   MOVE   'DELETE'     TO  WRK-ACTION-TEXT
               WHEN    OTHER
                   MOVE    JRNL-ACTION TO  WRK-ACTION-TEXT
           END-EVALUATE.
      **************************************************************************
       190-STORE-EXCEPTION     SECTION.
           MOVE    SPACES      TO  EW-REC.
           MOVE    EX-RULE-NEXT    TO  EW-RULE.
           MOVE    WRK-KEY     TO  EW-KEY.
           MOVE    WRK-DETAIL  TO  EW-DETAIL.
           WRITE   EW-REC.
           ADD     1           TO  EXCEPTION-COUNT.
      **************************************************************************
      *    2 パス目：操作者・出所の変わり目で出所行を刷り、操作者の
      *    変わり目で小計（出所が 2 つ以上のときだけ）を刷る。同じ
      *    出所の中で日が変わるたびにオンライン削除の件数を上限と
      *    比べる。
       200-SUMMARIZE           SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-SUM-HEAD    TO  REPORT-REC.
           WRITE   REPORT-REC.
           SET     FLG-EOF-NO  TO  TRUE.
           MOVE    LOW-VALUES  TO  WRK-CUR-OPER.
           MOVE    LOW-VALUES  TO  WRK-CUR-SOURCE.
           OPEN    INPUT
               SURV-SORTED.
           PERFORM 201-READ-SORTED.
           PERFORM 210-SUM-ONE
                   UNTIL   FLG-EOF-YES.
           CLOSE   SURV-SORTED.
           IF      WRK-CUR-OPER    NOT =   LOW-VALUES
               PERFORM 220-CHECK-DAY-DELETES
               PERFORM 230-PRINT-SOURCE-LINE
               PERFORM 240-PRINT-OPERATOR-TOTAL
           END-IF.
           MOVE   '*TOTAL*'    TO  EDT-SM-OPER.
           MOVE    SPACES      TO  EDT-SM-SOURCE.
           MOVE    TOT-ADDS    TO  EDT-SM-ADDS.
           MOVE    TOT-CHANGES TO  EDT-SM-CHANGES.
           MOVE    TOT-DELETES TO  EDT-SM-DELETES.
           MOVE    TOT-TOTAL   TO  EDT-SM-TOTAL.
           MOVE    EDT-SUM-LINE    TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       201-READ-SORTED         SECTION.
           READ    SURV-SORTED
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       210-SUM-ONE             SECTION.
           IF      SS-OPERATOR NOT =   WRK-CUR-OPER
                   OR  SS-SOURCE   NOT =   WRK-CUR-SOURCE
               IF      WRK-CUR-OPER    NOT =   LOW-VALUES
                   PERFORM 220-CHECK-DAY-DELETES
                   PERFORM 230-PRINT-SOURCE-LINE
               END-IF
               IF      SS-OPERATOR NOT =   WRK-CUR-OPER
                   IF      WRK-CUR-OPER    NOT =   LOW-VALUES
                       PERFORM 240-PRINT-OPERATOR-TOTAL
                   END-IF
                   MOVE    ZERO        TO  OPR-ADDS
                   MOVE    ZERO        TO  OPR-CHANGES
                   MOVE    ZERO        TO  OPR-DELETES
                   MOVE    ZERO        TO  OPR-TOTAL
                   MOVE    ZERO        TO  OPR-SOURCES
                   MOVE    SS-OPERATOR TO  WRK-CUR-OPER
               END-IF
               MOVE    ZERO        TO  GRP-ADDS
               MOVE    ZERO        TO  GRP-CHANGES
               MOVE    ZERO        TO  GRP-DELETES
               MOVE    ZERO        TO  GRP-TOTAL
               MOVE    SS-SOURCE   TO  WRK-CUR-SOURCE
               MOVE    SS-DATE     TO  WRK-CUR-DATE
               MOVE    ZERO        TO  CNT-DAY-DELETES
           END-IF.
           IF      SS-DATE NOT =   WRK-CUR-DATE
               PERFORM 220-CHECK-DAY-DELETES
               MOVE    SS-DATE     TO  WRK-CUR-DATE
               MOVE    ZERO        TO  CNT-DAY-DELETES
           END-IF.
           EVALUATE    TRUE
               WHEN    SS-ACTION-ADD
                   ADD     1           TO  GRP-ADDS
               WHEN    SS-ACTION-CHANGE
                   ADD     1           TO  GRP-CHANGES
               WHEN    SS-ACTION-DELETE
                   ADD     1           TO  GRP-DELETES
                   IF      SS-ONLINE-YES
                       ADD     1           TO  CNT-DAY-DELETES
                   END-IF
           END-EVALUATE.
           ADD     1           TO  GRP-TOTAL.
           PERFORM 201-READ-SORTED.
      **************************************************************************
       220-CHECK-DAY-DELETES   SECTION.
           IF      CNT-DAY-DELETES >   LIM-DEL-DAY
               MOVE    CNT-DAY-DELETES TO  EDT-COUNT
               MOVE    LIM-DEL-DAY TO  EDT-LIMIT
               MOVE    SPACES      TO  WRK-DETAIL
               STRING 'DATE='          DELIMITED  SIZE
                       WRK-CUR-DATE    DELIMITED  SIZE
                      ' SOURCE='       DELIMITED  SIZE
                       WRK-CUR-SOURCE  DELIMITED  SIZE
                      ' DELETES='      DELIMITED  SIZE
                       EDT-COUNT       DELIMITED  SIZE
                      ' LIMIT='        DELIMITED  SIZE
                       EDT-LIMIT       DELIMITED  SIZE
                   INTO    WRK-DETAIL
               END-STRING
               MOVE    WRK-CUR-OPER    TO  WRK-KEY
               MOVE   'DELLIMIT'   TO  EX-RULE-NEXT
               PERFORM 190-STORE-EXCEPTION
           END-IF.
      **************************************************************************
       230-PRINT-SOURCE-LINE   SECTION.
           MOVE    WRK-CUR-OPER    TO  EDT-SM-OPER.
           MOVE    WRK-CUR-SOURCE  TO  EDT-SM-SOURCE.
           MOVE    GRP-ADDS    TO  EDT-SM-ADDS.
           MOVE    GRP-CHANGES TO  EDT-SM-CHANGES.
           MOVE    GRP-DELETES TO  EDT-SM-DELETES.
           MOVE    GRP-TOTAL   TO  EDT-SM-TOTAL.
           MOVE    EDT-SUM-LINE    TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     GRP-ADDS    TO  OPR-ADDS    TOT-ADDS.
           ADD     GRP-CHANGES TO  OPR-CHANGES TOT-CHANGES.
           ADD     GRP-DELETES TO  OPR-DELETES TOT-DELETES.
           ADD     GRP-TOTAL   TO  OPR-TOTAL   TOT-TOTAL.
           ADD     1           TO  OPR-SOURCES.
      **************************************************************************
       240-PRINT-OPERATOR-TOTAL    SECTION.
           IF      OPR-SOURCES >   1
               MOVE    WRK-CUR-OPER    TO  EDT-SM-OPER
               MOVE   '*ALL*'      TO  EDT-SM-SOURCE
               MOVE    OPR-ADDS    TO  EDT-SM-ADDS
               MOVE    OPR-CHANGES TO  EDT-SM-CHANGES
               MOVE    OPR-DELETES TO  EDT-SM-DELETES
               MOVE    OPR-TOTAL   TO  EDT-SM-TOTAL
               MOVE    EDT-SUM-LINE    TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    3 パス目：会員ごとに日時順で見る。会員か日が変わったら
      *    端末の突合せをやり直し、会員が変わったら削除待ちの変更を
      *    捨てる。
       300-SCAN-MEMBERS        SECTION.
           SET     FLG-EOF-NO  TO  TRUE.
           MOVE    LOW-VALUES  TO  WRK-MB-NAME.
           OPEN    INPUT
               SURV-SORTED.
           PERFORM 201-READ-SORTED.
           PERFORM 310-SCAN-ONE
                   UNTIL   FLG-EOF-YES.
           CLOSE   SURV-SORTED.
      **************************************************************************
       310-SCAN-ONE            SECTION.
           IF      SS-NAME NOT =   WRK-MB-NAME
               MOVE    SS-NAME     TO  WRK-MB-NAME
               MOVE    ZERO        TO  WRK-MB-DATE
               SET     FLG-CHG-HELD-NO TO  TRUE
           END-IF.
           IF      SS-DATE NOT =   WRK-MB-DATE
               MOVE    SS-DATE     TO  WRK-MB-DATE
               MOVE    SPACES      TO  WRK-MB-FIRST-TERM
               SET     FLG-MULT-DONE-NO    TO  TRUE
           END-IF.
           PERFORM 320-CHECK-TERMINALS.
           PERFORM 330-CHECK-CHANGE-DELETE.
           PERFORM 201-READ-SORTED.
      **************************************************************************
      *    その日最初のオンライン端末と違う端末が現れたら 1 回だけ
      *    報告する（3 台目以降は同じ日の報告に含めない）。
       320-CHECK-TERMINALS     SECTION.
           IF      SS-ONLINE-YES
                   AND SS-OPERATOR NOT =   SPACES
               IF      WRK-MB-FIRST-TERM   =   SPACES
                   MOVE    SS-OPERATOR TO  WRK-MB-FIRST-TERM
               ELSE
                   IF      SS-OPERATOR NOT =   WRK-MB-FIRST-TERM
                           AND FLG-MULT-DONE-NO
                       MOVE    SPACES      TO  WRK-DETAIL
                       STRING 'DATE='          DELIMITED  SIZE
                               SS-DATE         DELIMITED  SIZE
                              ' TERMINALS='    DELIMITED  SIZE
                               WRK-MB-FIRST-TERM   DELIMITED  SIZE
                              ' AND '          DELIMITED  SIZE
                               SS-OPERATOR     DELIMITED  SIZE
                           INTO    WRK-DETAIL
                       END-STRING
                       MOVE    SS-NAME     TO  WRK-KEY
                       MOVE   'MULTTERM'   TO  EX-RULE-NEXT
                       PERFORM 190-STORE-EXCEPTION
                       SET     FLG-MULT-DONE-YES   TO  TRUE
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
      *    電話番号・住所の変更を控え、同じ会員の次の削除までの分数を
      *    閾値と比べる。変更が続けば最後の変更から数える。
       330-CHECK-CHANGE-DELETE SECTION.
           EVALUATE    TRUE
               WHEN    SS-ACTION-CHANGE
                   AND SS-CONTACT-YES
                   MOVE    SS-DATE     TO  WRK-CH-DATE
                   MOVE    SS-HH       TO  WRK-CH-HH
                   MOVE    SS-MM       TO  WRK-CH-MM
                   MOVE    SS-SOURCE   TO  WRK-CH-SOURCE
                   MOVE    SS-OPERATOR TO  WRK-CH-OPER
                   SET     FLG-CHG-HELD-YES    TO  TRUE
               WHEN    SS-ACTION-DELETE
                   AND FLG-CHG-HELD-YES
                   COMPUTE WRK-ELAPSED =
                       (FUNCTION INTEGER-OF-DATE (SS-DATE)
                      - FUNCTION INTEGER-OF-DATE (WRK-CH-DATE)) * 1440
                      + SS-HH * 60  +  SS-MM
                      - WRK-CH-HH * 60  -  WRK-CH-MM
                   IF      WRK-ELAPSED NOT <   ZERO
                           AND WRK-ELAPSED NOT >   LIM-CHGDEL-MIN
                       MOVE    WRK-ELAPSED TO  EDT-MINUTES
                       MOVE    SPACES      TO  WRK-DETAIL
                       STRING 'CHG '           DELIMITED  SIZE
                               WRK-CH-DATE     DELIMITED  SIZE
                              ' '              DELIMITED  SIZE
                               WRK-CH-HH       DELIMITED  SIZE
                               WRK-CH-MM       DELIMITED  SIZE
                              ' '              DELIMITED  SIZE
                               WRK-CH-SOURCE   DELIMITED  SIZE
                              '/'              DELIMITED  SIZE
                               WRK-CH-OPER     DELIMITED  SIZE
                              ' DEL '          DELIMITED  SIZE
                               SS-DATE         DELIMITED  SIZE
                              ' '              DELIMITED  SIZE
                               SS-HH           DELIMITED  SIZE
                               SS-MM           DELIMITED  SIZE
                              ' '              DELIMITED  SIZE
                               SS-SOURCE       DELIMITED  SIZE
                              '/'              DELIMITED  SIZE
                               SS-OPERATOR     DELIMITED  SIZE
                              ' AFTER'         DELIMITED  SIZE
                               EDT-MINUTES     DELIMITED  SIZE
                              ' MIN'           DELIMITED  SIZE
                           INTO    WRK-DETAIL
                       END-STRING
                       MOVE    SS-NAME     TO  WRK-KEY
                       MOVE   'CHGDEL'     TO  EX-RULE-NEXT
                       PERFORM 190-STORE-EXCEPTION
                   END-IF
                   SET     FLG-CHG-HELD-NO TO  TRUE
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE.
      **************************************************************************
      *    ルールの並び順に、例外の作業ファイルをルールごとに読み直して
      *    印字する（件数の先読みと明細印字で 2 度読む）。
       400-PRINT-EXCEPTIONS    SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-EXC-HEAD    TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM 410-PRINT-ONE-RULE
               VARYING WRK-RULE-SUB FROM 1 BY 1
               UNTIL   WRK-RULE-SUB    >   5.
      **************************************************************************
       410-PRINT-ONE-RULE      SECTION.
           MOVE    ZERO        TO  WRK-RULE-COUNT.
           SET     FLG-EW-EOF-NO   TO  TRUE.
           OPEN    INPUT
               EXCEPT-WORK.
           PERFORM 411-READ-EXCEPT.
           PERFORM 420-COUNT-ONE-EXCEPT
                   UNTIL   FLG-EW-EOF-YES.
           CLOSE   EXCEPT-WORK.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    RULE-CODE (WRK-RULE-SUB) TO  EDT-RH-RULE.
           MOVE    WRK-RULE-COUNT  TO  EDT-RH-COUNT.
           MOVE    EDT-RULE-HEAD   TO  REPORT-REC.
           WRITE   REPORT-REC.
           SET     FLG-EW-EOF-NO   TO  TRUE.
           OPEN    INPUT
               EXCEPT-WORK.
           PERFORM 411-READ-EXCEPT.
           PERFORM 430-PRINT-ONE-EXCEPT
                   UNTIL   FLG-EW-EOF-YES.
           CLOSE   EXCEPT-WORK.
      **************************************************************************
       411-READ-EXCEPT         SECTION.
           READ    EXCEPT-WORK
               AT  END
                   SET     FLG-EW-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       420-COUNT-ONE-EXCEPT    SECTION.
           IF      EW-RULE =   RULE-CODE (WRK-RULE-SUB)
               ADD     1           TO  WRK-RULE-COUNT
           END-IF.
           PERFORM 411-READ-EXCEPT.
      **************************************************************************
       430-PRINT-ONE-EXCEPT    SECTION.
           IF      EW-RULE =   RULE-CODE (WRK-RULE-SUB)
               MOVE    EW-KEY      TO  EDT-DT-KEY
               MOVE    EW-DETAIL   TO  EDT-DT-DETAIL
               MOVE    EDT-DETAIL  TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           PERFORM 411-READ-EXCEPT.
