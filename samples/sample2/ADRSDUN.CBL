       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSDUN.
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
      *   コンポーネント名：滞納年齢分析・督促状バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      *   26.10.15  ....    宛先の選び方を ADRSLBL に合わせ、宛先不達印
      *                     の付いた住所は飛ばす。使える住所が無い会員
      *                     には督促状を出さず、督促履歴も進めない
      ******************************************************************
      * ADRSBILL の月次請求の後に走らせる督促バッチ。今回の請求実行の
      * 残高ファイル balance.実行番号 で「今いくら残っているか」を、
      * 今回と過去 3 回分の請求ファイル invoice.実行番号 で「各月に
      * いくら請求したか」を読み、今月の請求額を除いた延滞額を新しい
      * 月の請求から順に充てて（古い請求から入金で消えていく前提）、
      * 1・2・3・4 か月以上の区分に振り分ける。延滞の一番古い区分が
      * その会員の滞納月数になる。
      * 督促の段階は 1＝初回督促、2＝再督促、3＝最終催告。滞納月数に
      * 応じた段階を送るが、督促履歴 dunhist に記録された前回の段階
      * から一度に 1 段ずつしか上げないので、初回督促・再督促を経ず
      * に最終催告が届くことはない（上げ止めた件数は報告する）。
      * 宛先は ADRSLBL と同じ選び方（PARA-PREF の W／E でタグ付き
      * 住所、無ければ自宅。宛先不達印の付いた住所は飛ばして次の
      * 候補）で、郵便番号は ADR-POSTAL。使える住所が 1 つも無い
      * 会員には督促状を出さず、督促履歴も前回のまま残す（終了
      * コード 4）。督促状は
      * adrsdlet に *LETTER* 行で区切って書き、会計担当向けの HOME
      * グループ別滞納年齢表を adrsdun に出力する。
      * 起動パラメータは今回の請求実行番号（必須）と、過去 3 回分の
      * 請求実行番号（新しい順、任意）。過去分が無い月の請求額は
      * 今回の請求額で見積もる。同じ請求実行で再実行しても段階は
      * 二重に上がらない。完納した会員は督促履歴から消える。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  BALANCE-IN
               ASSIGN  TO  WRK-BAL-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-BAL-STATUS.
           SELECT  OPTIONAL  INVOICE-IN
               ASSIGN  TO  WRK-INV-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    督促履歴。滞納中の会員 1 人 1 件。実行のたびに dunhistw へ
      *    書き出してから書き戻す。
           SELECT  OPTIONAL  DUNNING-HISTORY
               ASSIGN  TO  "dunhist"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  DUNHIST-WORK
               ASSIGN  TO  "dunhistw"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    残高・請求・督促履歴を会員名で突き合わせるための作業
      *    ファイルと、その整列結果。
           SELECT  DUN-WORK
               ASSIGN  TO  "dunwk1"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  DUN-SORTED
               ASSIGN  TO  "dunwk2"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "dunsort".
      *    滞納年齢表の明細の一時控えと、HOME 順の整列結果。
           SELECT  AGE-WORK
               ASSIGN  TO  "dunwk3"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  AGE-SORTED
               ASSIGN  TO  "dunwk4"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  AGE-SORT-FILE
               ASSIGN  TO  "dunsort2".
           SELECT  LETTER-FILE
               ASSIGN  TO  "adrsdlet"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrsdun"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  BALANCE-IN.
       01  BALIN-REC           PIC X(51).
       FD  INVOICE-IN.
       COPY    ADRSBINV.
       FD  DUNNING-HISTORY.
       01  DHIN-REC            PIC X(86).
       FD  DUNHIST-WORK.
       01  DHWK-REC            PIC X(86).
      *    DW-KIND は B＝残高、1＝今回の請求、2〜4＝1〜3 回前の請求、
      *    H＝督促履歴。
       FD  DUN-WORK.
       01  DW-REC.
           02  DW-NAME         PIC X(20).
           02  DW-KIND         PIC X.
           02  DW-HOME         PIC X(8).
           02  DW-AMOUNT       PIC S9(7)V9.
           02  DW-HIST         PIC X(86).
       FD  DUN-SORTED.
       01  DS-REC.
           02  DS-NAME         PIC X(20).
           02  DS-KIND         PIC X.
           02  DS-HOME         PIC X(8).
           02  DS-AMOUNT       PIC S9(7)V9.
           02  DS-HIST         PIC X(86).
       SD  SORT-FILE.
       01  SORT-REC.
           02  SO-NAME         PIC X(20).
           02  SO-KIND         PIC X.
           02  SO-HOME         PIC X(8).
           02  SO-AMOUNT       PIC S9(7)V9.
           02  SO-HIST         PIC X(86).
       FD  AGE-WORK.
       01  AW-REC.
           02  AW-HOME         PIC X(8).
           02  AW-NAME         PIC X(20).
           02  AW-LEVEL        PIC 9.
           02  AW-AGE          PIC 9.
           02  AW-BUCKET       OCCURS  4  TIMES    PIC S9(7)V9.
           02  AW-NOTE         PIC X(24).
       FD  AGE-SORTED.
       01  AS-REC.
           02  AS-HOME         PIC X(8).
           02  AS-NAME         PIC X(20).
           02  AS-LEVEL        PIC 9.
           02  AS-AGE          PIC 9.
           02  AS-BUCKET       OCCURS  4  TIMES    PIC S9(7)V9.
           02  AS-NOTE         PIC X(24).
       SD  AGE-SORT-FILE.
       01  AGE-SORT-REC.
           02  AO-HOME         PIC X(8).
           02  AO-NAME         PIC X(20).
           02  AO-LEVEL        PIC 9.
           02  AO-AGE          PIC 9.
           02  AO-BUCKET       OCCURS  4  TIMES    PIC S9(7)V9.
           02  AO-NOTE         PIC X(24).
       FD  LETTER-FILE.
       01  LETTER-REC          PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WRK-BAL-NAME        PIC X(22).
       01  WRK-INV-NAME        PIC X(22).
       01  WRK-BAL-STATUS      PIC XX.
       01  WRK-DATE            PIC 9(8).
       01  WRK-PREF            PIC X.
      *    警告（過去の請求世代が読めない、会員の行が無い、使える
      *    宛先が無い）があれば終了コード 4 で知らせる。
       01  WRK-RC              PIC S9(4)   BINARY.
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-HAVE-BAL    PIC 9.
               88  FLG-HAVE-BAL-YES    VALUE 1.
               88  FLG-HAVE-BAL-NO     VALUE 0.
           02  FLG-HAVE-HIST   PIC 9.
               88  FLG-HAVE-HIST-YES   VALUE 1.
               88  FLG-HAVE-HIST-NO    VALUE 0.
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES   VALUE 1.
               88  FLG-FOUND-NO    VALUE 0.
           02  FLG-TAG-FOUND   PIC 9.
               88  FLG-TAG-FOUND-YES   VALUE 1.
               88  FLG-TAG-FOUND-NO    VALUE 0.
           02  FLG-UD-SKIPPED  PIC 9.
               88  FLG-UD-SKIPPED-YES  VALUE 1.
               88  FLG-UD-SKIPPED-NO   VALUE 0.
       01  CNT-BAL-IN  PIC S9(9)   BINARY.
       01  CNT-OVERDUE PIC S9(9)   BINARY.
       01  CNT-LETTERS PIC S9(9)   BINARY.
       01  CNT-HELD    PIC S9(9)   BINARY.
       01  CNT-NOROW   PIC S9(9)   BINARY.
       01  CNT-CLEARED PIC S9(9)   BINARY.
       01  CNT-DROPPED PIC S9(9)   BINARY.
       01  CNT-TAGGED  PIC S9(9)   BINARY.
       01  CNT-FALLBACK    PIC S9(9)   BINARY.
       01  CNT-SUPPRESSED  PIC S9(9)   BINARY.
       01  CNT-REROUTED    PIC S9(9)   BINARY.
       01  CNT-HIST-IN PIC S9(9)   BINARY.
       01  CNT-HIST-OUT    PIC S9(9)   BINARY.
       01  CNT-INV-READ    PIC S9(9)   BINARY.
      *    段階別の送付件数（1＝初回督促、2＝再督促、3＝最終催告）。
       01  CNT-LEVEL-TABLE.
           02  CNT-LEVEL       OCCURS  3  TIMES    PIC S9(9)   BINARY.
      *    請求世代。1 が今回、2〜4 が 1〜3 回前。実行番号が無いか
      *    ファイルが空の世代は「読めなかった」扱いで、その月の請求額
      *    は今回の請求額で見積もる。
       01  GEN-TABLE.
           02  GEN-ENTRY       OCCURS  4  TIMES.
               03  GEN-RUN-ID      PIC X(14).
               03  GEN-READ        PIC X.
       01  WRK-GEN-SUB     PIC S9(4)   BINARY.
       01  WRK-GEN-KIND    PIC 9.
       01  WRK-GEN-KIND-X  REDEFINES   WRK-GEN-KIND    PIC X.
       01  WRK-BKT-SUB     PIC S9(4)   BINARY.
       01  WRK-XADDR-SUB   PIC S9(4)   BINARY.
       01  WRK-LINE-SUB    PIC S9(4)   BINARY.
      *    宛先候補の順と選んだ位置（ADRSLBL と同じ。0＝使える住所
      *    無し）。WRK-UD-SUB は宛先不達印の枠（1＝H、2＝W、3＝E）。
       01  WRK-CAND-ORDER  PIC X(3).
       01  WRK-CAND-SUB    PIC S9(4)   BINARY.
       01  WRK-CAND-TYPE   PIC X.
       01  WRK-PICK-SUB    PIC S9(4)   BINARY.
       01  WRK-UD-SUB      PIC S9(4)   BINARY.
      *    いま突き合わせている会員。
       01  WRK-CUR.
           02  WRK-CUR-NAME    PIC X(20).
           02  WRK-CUR-HOME    PIC X(8).
           02  WRK-CUR-BALANCE PIC S9(7)V9.
           02  WRK-CUR-CHARGE  OCCURS  4  TIMES    PIC S9(7)V9.
           02  WRK-OLD-HIST    PIC X(86).
       01  WRK-OVERDUE     PIC S9(7)V9.
       01  WRK-REST        PIC S9(7)V9.
       01  WRK-MONTH-CHARGE    PIC S9(7)V9.
       01  WRK-BUCKET-TABLE.
           02  WRK-BUCKET      OCCURS  4  TIMES    PIC S9(7)V9.
       01  WRK-AGE         PIC 9.
       01  WRK-BASE-LEVEL  PIC 9.
       01  WRK-AGE-LEVEL   PIC 9.
       01  WRK-NEW-LEVEL   PIC 9.
       01  WRK-NOTE        PIC X(24).
      *    宛先。ADRSLBL の 110-RELEASE-LABEL と同じ選び方で組む。
       01  WRK-LT.
           02  WRK-LT-LINE     OCCURS  3  TIMES    PIC X(20).
           02  WRK-LT-POSTAL   PIC X(8).
      *    督促状の表題と本文。段階の番号で引く。
       01  WRK-LEVEL-TEXT.
           02  FILLER          PIC X(20)   VALUE  'FIRST REMINDER'.
           02  FILLER          PIC X(20)   VALUE  'SECOND NOTICE'.
           02  FILLER          PIC X(20)   VALUE  'FINAL DEMAND'.
       01  WRK-LEVEL-TEXT-R    REDEFINES   WRK-LEVEL-TEXT.
           02  WRK-LEVEL-TITLE OCCURS  3  TIMES    PIC X(20).
       01  WRK-LEVEL-MSG.
           02  FILLER          PIC X(32)   VALUE
               'OUR RECORDS SHOW YOUR DUES ARE U'.
           02  FILLER          PIC X(32)   VALUE
               'NPAID. PLEASE ARRANGE PAYMENT.  '.
           02  FILLER          PIC X(32)   VALUE
               'THIS IS OUR SECOND NOTICE. PLEAS'.
           02  FILLER          PIC X(32)   VALUE
               'E PAY WITHIN 14 DAYS.           '.
           02  FILLER          PIC X(32)   VALUE
               'FINAL DEMAND. UNLESS PAID WITHIN'.
           02  FILLER          PIC X(32)   VALUE
               ' 7 DAYS MEMBERSHIP MAY LAPSE.   '.
       01  WRK-LEVEL-MSG-R     REDEFINES   WRK-LEVEL-MSG.
           02  WRK-LEVEL-BODY  OCCURS  3  TIMES    PIC X(64).
      *    HOME グループ小計と総合計。
       01  WRK-PREV-HOME   PIC X(8).
       01  GRP-ACC.
           02  GRP-MEMBERS     PIC S9(9)   BINARY.
           02  GRP-BUCKET      OCCURS  4  TIMES    PIC S9(7)V9.
           02  GRP-TOTAL       PIC S9(7)V9.
       01  TOT-ACC.
           02  TOT-MEMBERS     PIC S9(9)   BINARY.
           02  TOT-BUCKET      OCCURS  4  TIMES    PIC S9(7)V9.
           02  TOT-TOTAL       PIC S9(7)V9.
       01  WRK-SUMMARY.
           02  WRK-SUM-BAL     PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-OVERDUE PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-LEVEL1  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-LEVEL2  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-LEVEL3  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-HELD    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-NOROW   PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-CLEARED PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-LETTERS PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-TAGGED  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-FALLBACK    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-SUPPRESSED  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-REROUTED    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-DROPPED PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-HIST-IN PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-HIST-OUT    PIC ZZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(31)   VALUE
                 'ADRSDUN   AGED RECEIVABLES RUN='.
             03  EDT-HD-RUN      PIC X(14).
             03  FILLER          PIC X(7)    VALUE  '  DATE='.
             03  EDT-HD-DATE     PIC 9(8).
             03  FILLER      PIC X(72)   VALUE  SPACES.
           02  EDT-HEAD2.
             03  FILLER      PIC X(31)   VALUE
                 '    NAME                 LV AGE'.
             03  FILLER      PIC X(39)   VALUE
                 '      1 MONTH     2 MONTHS     3 MONTHS'.
             03  FILLER      PIC X(26)   VALUE
                 '    4+ MONTHS        TOTAL'.
             03  FILLER      PIC X(36)   VALUE
                 '  NOTE'.
           02  EDT-DETAIL.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  EDT-DT-NAME     PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-LEVEL    PIC Z9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-AGE      PIC X(3).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-AMT1     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-AMT2     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-AMT3     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-AMT4     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-TOTAL    PIC --,---,--9.9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-NOTE     PIC X(24).
             03  FILLER          PIC X(10)   VALUE  SPACES.
           02  EDT-GROUP.
             03  EDT-GR-HOME     PIC X(8).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GR-MEMBERS  PIC ZZZ,ZZ9.
             03  FILLER          PIC X(15)   VALUE  ' MEMBERS'.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GR-AMT1     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GR-AMT2     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GR-AMT3     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GR-AMT4     PIC --,---,--9.9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GR-TOTAL    PIC --,---,--9.9.
             03  FILLER          PIC X(36)   VALUE  SPACES.
      *    督促状の各行。先頭の *LETTER* 行で 1 通ずつ区切る。
           02  EDT-LT-MARK.
             03  EDT-LM-ID       PIC X(8).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-LM-LEVEL    PIC 9.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-LM-NAME     PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-LM-HOME     PIC X(8).
             03  FILLER          PIC X(92)   VALUE  SPACES.
           02  EDT-LT-ADDR.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  EDT-LA-TEXT     PIC X(20).
             03  FILLER          PIC X(108)  VALUE  SPACES.
           02  EDT-LT-TITLE.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  EDT-LTT-TITLE   PIC X(20).
             03  FILLER          PIC X(6)    VALUE  '  RUN='.
             03  EDT-LTT-RUN     PIC X(14).
             03  FILLER          PIC X(7)    VALUE  '  DATE='.
             03  EDT-LTT-DATE    PIC 9(8).
             03  FILLER          PIC X(73)   VALUE  SPACES.
           02  EDT-LT-AMOUNT.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  FILLER          PIC X(26)   VALUE
                 'AMOUNT OVERDUE            '.
             03  EDT-LTA-OVERDUE PIC --,---,--9.9.
             03  FILLER          PIC X(21)   VALUE
                 '   MONTHS IN ARREARS '.
             03  EDT-LTA-AGE     PIC X(3).
             03  FILLER          PIC X(66)   VALUE  SPACES.
           02  EDT-LT-BALANCE.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  FILLER          PIC X(26)   VALUE
                 'BALANCE INCL. THIS MONTH  '.
             03  EDT-LTB-BALANCE PIC --,---,--9.9.
             03  FILLER          PIC X(90)   VALUE  SPACES.
           02  EDT-LT-BODY.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  EDT-LTY-TEXT    PIC X(64).
             03  FILLER          PIC X(64)   VALUE  SPACES.
           02  EDT-LT-PRIOR.
             03  FILLER          PIC X(4)    VALUE  SPACES.
             03  EDT-LTP-TITLE   PIC X(20).
             03  FILLER          PIC X(9)    VALUE  ' SENT ON '.
             03  EDT-LTP-DATE    PIC 9(8).
             03  FILLER          PIC X(91)   VALUE  SPACES.
      *    督促履歴の編集域。読込みも書出しもここで組み立てる。
       COPY    ADRSDHST.
      *    残高レコードの編集域。
       COPY    ADRSBBAL.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-RUN-ID     PIC X(14).
           02  PARA-PRIOR-RUN  OCCURS  3  TIMES    PIC X(14).
           02  PARA-PREF       PIC X.
               88  PARA-PREF-WORK      VALUE 'W'.
               88  PARA-PREF-EMERG     VALUE 'E'.
               88  PARA-PREF-HOME      VALUE 'H'  ' '.
           02  FILLER          PIC X(199).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSDUN'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 100-EXTRACT-SOURCES.
      *    会員名・種別で整列すると、会員ごとに残高・各世代の請求・
      *    督促履歴の行が隣り合う。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SO-NAME
                                   SO-KIND
               USING   DUN-WORK
               GIVING  DUN-SORTED.
           PERFORM 200-AGE-MEMBERS.
      *    滞納年齢表は HOME グループ・名前の順に刷る。
           SORT    AGE-SORT-FILE
               ON  ASCENDING   KEY AO-HOME
                                   AO-NAME
               USING   AGE-WORK
               GIVING  AGE-SORTED.
           PERFORM 300-PRINT-AGING.
           PERFORM 400-REWRITE-HISTORY.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           IF      PARA-RUN-ID =   SPACES  OR  LOW-VALUES
               DISPLAY '*** ADRSDUN: BILLING RUN-ID PARAMETER MISSING'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           MOVE    ZERO        TO  WRK-RC.
           MOVE    ZERO        TO  CNT-BAL-IN.
           MOVE    ZERO        TO  CNT-OVERDUE.
           MOVE    ZERO        TO  CNT-LETTERS.
           MOVE    ZERO        TO  CNT-HELD.
           MOVE    ZERO        TO  CNT-NOROW.
           MOVE    ZERO        TO  CNT-CLEARED.
           MOVE    ZERO        TO  CNT-DROPPED.
           MOVE    ZERO        TO  CNT-TAGGED.
           MOVE    ZERO        TO  CNT-FALLBACK.
           MOVE    ZERO        TO  CNT-SUPPRESSED.
           MOVE    ZERO        TO  CNT-REROUTED.
           MOVE    ZERO        TO  CNT-HIST-IN.
           MOVE    ZERO        TO  CNT-HIST-OUT.
           MOVE    ZERO        TO  CNT-LEVEL (1).
           MOVE    ZERO        TO  CNT-LEVEL (2).
           MOVE    ZERO        TO  CNT-LEVEL (3).
           IF      PARA-PREF-WORK  OR  PARA-PREF-EMERG
               MOVE    PARA-PREF   TO  WRK-PREF
           ELSE
               MOVE   'H'          TO  WRK-PREF
           END-IF.
           EVALUATE    WRK-PREF
               WHEN   'W'
                   MOVE   'WHE'        TO  WRK-CAND-ORDER
               WHEN   'E'
                   MOVE   'EHW'        TO  WRK-CAND-ORDER
               WHEN    OTHER
                   MOVE   'HWE'        TO  WRK-CAND-ORDER
           END-EVALUATE.
           ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD.
           MOVE    PARA-RUN-ID TO  GEN-RUN-ID (1).
           PERFORM VARYING WRK-GEN-SUB FROM 2 BY 1
                   UNTIL   WRK-GEN-SUB >   4
               IF      PARA-PRIOR-RUN (WRK-GEN-SUB - 1) =   LOW-VALUES
                   MOVE    SPACES      TO  GEN-RUN-ID (WRK-GEN-SUB)
               ELSE
                   MOVE    PARA-PRIOR-RUN (WRK-GEN-SUB - 1)
                           TO  GEN-RUN-ID (WRK-GEN-SUB)
               END-IF
               MOVE   'N'          TO  GEN-READ (WRK-GEN-SUB)
           END-PERFORM.
           MOVE   'N'          TO  GEN-READ (1).
           MOVE    SPACES      TO  WRK-BAL-NAME.
           STRING 'balance.'       DELIMITED  SIZE
                   PARA-RUN-ID     DELIMITED  SIZE
               INTO    WRK-BAL-NAME
           END-STRING.
           OPEN    OUTPUT
               LETTER-FILE.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
      **************************************************************************
       090-FINISH              SECTION.
           MOVE    CNT-BAL-IN  TO  WRK-SUM-BAL.
           MOVE    CNT-OVERDUE TO  WRK-SUM-OVERDUE.
           MOVE    CNT-LEVEL (1)   TO  WRK-SUM-LEVEL1.
           MOVE    CNT-LEVEL (2)   TO  WRK-SUM-LEVEL2.
           MOVE    CNT-LEVEL (3)   TO  WRK-SUM-LEVEL3.
           MOVE    CNT-HELD    TO  WRK-SUM-HELD.
           MOVE    CNT-NOROW   TO  WRK-SUM-NOROW.
           MOVE    CNT-CLEARED TO  WRK-SUM-CLEARED.
           DISPLAY '*** ADRSDUN SUMMARY  RUN='  PARA-RUN-ID
                   '  BALANCES='  WRK-SUM-BAL
                   '  OVERDUE='  WRK-SUM-OVERDUE
                   '  REMINDER='  WRK-SUM-LEVEL1
                   '  SECOND='  WRK-SUM-LEVEL2
                   '  FINAL='  WRK-SUM-LEVEL3
                   '  HELD-BACK='  WRK-SUM-HELD
                   '  NO-MEMBER='  WRK-SUM-NOROW
                   '  CLEARED='  WRK-SUM-CLEARED
               UPON    CONSOLE.
           MOVE    CNT-LETTERS TO  WRK-SUM-LETTERS.
           MOVE    CNT-TAGGED  TO  WRK-SUM-TAGGED.
           MOVE    CNT-FALLBACK    TO  WRK-SUM-FALLBACK.
           MOVE    CNT-SUPPRESSED  TO  WRK-SUM-SUPPRESSED.
           MOVE    CNT-REROUTED    TO  WRK-SUM-REROUTED.
           MOVE    CNT-DROPPED TO  WRK-SUM-DROPPED.
           MOVE    CNT-HIST-IN TO  WRK-SUM-HIST-IN.
           MOVE    CNT-HIST-OUT    TO  WRK-SUM-HIST-OUT.
           DISPLAY '*** ADRSDUN LETTERS  PREF='  WRK-PREF
                   '  LETTERS='  WRK-SUM-LETTERS
                   '  TAGGED='  WRK-SUM-TAGGED
                   '  FELL-BACK-TO-HOME='  WRK-SUM-FALLBACK
                   '  SUPPRESSED='  WRK-SUM-SUPPRESSED
                   '  UNDELIV-REROUTED='  WRK-SUM-REROUTED
                   '  HISTORY-IN='  WRK-SUM-HIST-IN
                   '  OUT='  WRK-SUM-HIST-OUT
                   '  DROPPED='  WRK-SUM-DROPPED
               UPON    CONSOLE.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
      *
           CLOSE
               LETTER-FILE.
           MOVE    WRK-RC      TO  RETURN-CODE.
      **************************************************************************
      *    1 パス目：残高・4 世代の請求明細・督促履歴を同じ形で作業
      *    ファイルへ書き出す。
       100-EXTRACT-SOURCES     SECTION.
           OPEN    OUTPUT
               DUN-WORK.
           PERFORM 110-EXTRACT-BALANCES.
           PERFORM VARYING WRK-GEN-SUB FROM 1 BY 1
                   UNTIL   WRK-GEN-SUB >   4
               PERFORM 120-EXTRACT-INVOICES
           END-PERFORM.
           PERFORM 130-EXTRACT-HISTORY.
           CLOSE   DUN-WORK.
      **************************************************************************
      *    今回の残高ファイルは必須。無ければ督促のしようがない。
       110-EXTRACT-BALANCES    SECTION.
           OPEN    INPUT
               BALANCE-IN.
           IF      WRK-BAL-STATUS  NOT =   '00'
               DISPLAY '*** ADRSDUN: CANNOT OPEN '  WRK-BAL-NAME
                       '  STATUS='  WRK-BAL-STATUS
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           SET     FLG-EOF-NO  TO  TRUE.
           PERFORM 111-READ-BALANCE.
           PERFORM 112-EXTRACT-ONE-BALANCE
                   UNTIL   FLG-EOF-YES.
           CLOSE   BALANCE-IN.
      **************************************************************************
       111-READ-BALANCE        SECTION.
           READ    BALANCE-IN
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       112-EXTRACT-ONE-BALANCE SECTION.
           MOVE    BALIN-REC   TO  BAL-REC.
           ADD     1           TO  CNT-BAL-IN.
           MOVE    SPACES      TO  DW-REC.
           MOVE    BAL-NAME    TO  DW-NAME.
           MOVE   'B'          TO  DW-KIND.
           MOVE    BAL-HOME    TO  DW-HOME.
           MOVE    BAL-BALANCE TO  DW-AMOUNT.
           WRITE   DW-REC.
           PERFORM 111-READ-BALANCE.
      **************************************************************************
      *    1 世代分の請求明細（種別 D）から会員ごとの請求額を抜き出す。
      *    実行番号の無い世代は読まない。1 件も無い世代は見積りに回す。
       120-EXTRACT-INVOICES    SECTION.
           IF      GEN-RUN-ID (WRK-GEN-SUB)    NOT =   SPACES
               MOVE    SPACES      TO  WRK-INV-NAME
               STRING 'invoice.'               DELIMITED  SIZE
                       GEN-RUN-ID (WRK-GEN-SUB)    DELIMITED  SIZE
                   INTO    WRK-INV-NAME
               END-STRING
               MOVE    ZERO        TO  CNT-INV-READ
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   INVOICE-IN
               PERFORM 121-READ-INVOICE
               PERFORM 122-EXTRACT-ONE-INVOICE
                       UNTIL   FLG-EOF-YES
               CLOSE   INVOICE-IN
               IF      CNT-INV-READ    >   ZERO
                   MOVE   'Y'          TO  GEN-READ (WRK-GEN-SUB)
               ELSE
                   DISPLAY '*** ADRSDUN: NO INVOICE DETAIL IN '
                           WRK-INV-NAME
                           ' - CHARGE ESTIMATED FROM CURRENT RUN'
                       UPON    CONSOLE
                   MOVE    4           TO  WRK-RC
               END-IF
           END-IF.
      **************************************************************************
       121-READ-INVOICE        SECTION.
           READ    INVOICE-IN
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       122-EXTRACT-ONE-INVOICE SECTION.
           IF      INV-TYPE-DETAIL
               ADD     1           TO  CNT-INV-READ
               MOVE    SPACES      TO  DW-REC
               MOVE    INV-NAME    TO  DW-NAME
               MOVE    WRK-GEN-SUB TO  WRK-GEN-KIND
               MOVE    WRK-GEN-KIND-X  TO  DW-KIND
               MOVE    INV-HOME    TO  DW-HOME
               MOVE    INV-CHARGE  TO  DW-AMOUNT
               WRITE   DW-REC
           END-IF.
           PERFORM 121-READ-INVOICE.
      **************************************************************************
       130-EXTRACT-HISTORY     SECTION.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               DUNNING-HISTORY.
           PERFORM 131-READ-HISTORY.
           PERFORM 132-EXTRACT-ONE-HISTORY
                   UNTIL   FLG-EOF-YES.
           CLOSE   DUNNING-HISTORY.
      **************************************************************************
       131-READ-HISTORY        SECTION.
           READ    DUNNING-HISTORY
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       132-EXTRACT-ONE-HISTORY SECTION.
           MOVE    DHIN-REC    TO  DH-REC.
           ADD     1           TO  CNT-HIST-IN.
           MOVE    SPACES      TO  DW-REC.
           MOVE    DH-NAME     TO  DW-NAME.
           MOVE   'H'          TO  DW-KIND.
           MOVE    DH-HOME     TO  DW-HOME.
           MOVE    ZERO        TO  DW-AMOUNT.
           MOVE    DH-REC      TO  DW-HIST.
           WRITE   DW-REC.
           PERFORM 131-READ-HISTORY.
      **************************************************************************
      *    2 パス目：整列結果を会員ごとにまとめて年齢を出し、督促状と
      *    新しい督促履歴、滞納年齢表の明細を書く。
       200-AGE-MEMBERS         SECTION.
           OPEN    INPUT
               DUN-SORTED.
           OPEN    OUTPUT
               DUNHIST-WORK.
           OPEN    OUTPUT
               AGE-WORK.
           SET     FLG-EOF-NO  TO  TRUE.
           MOVE    LOW-VALUES  TO  WRK-CUR-NAME.
           PERFORM 201-READ-SORTED.
           PERFORM 210-GATHER-ONE
                   UNTIL   FLG-EOF-YES.
           IF      WRK-CUR-NAME    NOT =   LOW-VALUES
               PERFORM 220-EVALUATE-MEMBER
           END-IF.
           CLOSE   DUN-SORTED.
           CLOSE   DUNHIST-WORK.
           CLOSE   AGE-WORK.
      **************************************************************************
       201-READ-SORTED         SECTION.
           READ    DUN-SORTED
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
      *    会員名が変わったら前の会員を評価する。
       210-GATHER-ONE          SECTION.
           IF      DS-NAME NOT =   WRK-CUR-NAME
               IF      WRK-CUR-NAME    NOT =   LOW-VALUES
                   PERFORM 220-EVALUATE-MEMBER
               END-IF
               MOVE    DS-NAME     TO  WRK-CUR-NAME
               MOVE    DS-HOME     TO  WRK-CUR-HOME
               MOVE    ZERO        TO  WRK-CUR-BALANCE
               MOVE    ZERO        TO  WRK-CUR-CHARGE (1)
               MOVE    ZERO        TO  WRK-CUR-CHARGE (2)
               MOVE    ZERO        TO  WRK-CUR-CHARGE (3)
               MOVE    ZERO        TO  WRK-CUR-CHARGE (4)
               MOVE    SPACES      TO  WRK-OLD-HIST
               SET     FLG-HAVE-BAL-NO     TO  TRUE
               SET     FLG-HAVE-HIST-NO    TO  TRUE
           END-IF.
           EVALUATE    DS-KIND
               WHEN   'B'
                   SET     FLG-HAVE-BAL-YES    TO  TRUE
                   MOVE    DS-HOME     TO  WRK-CUR-HOME
                   MOVE    DS-AMOUNT   TO  WRK-CUR-BALANCE
               WHEN   'H'
                   SET     FLG-HAVE-HIST-YES   TO  TRUE
                   MOVE    DS-HIST     TO  WRK-OLD-HIST
               WHEN   '1'  THRU  '4'
                   MOVE    DS-KIND     TO  WRK-GEN-KIND-X
                   MOVE    WRK-GEN-KIND    TO  WRK-GEN-SUB
                   ADD     DS-AMOUNT   TO  WRK-CUR-CHARGE (WRK-GEN-SUB)
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 201-READ-SORTED.
      **************************************************************************
      *    今回の残高から今月の請求を除いた分が延滞額。延滞が無ければ
      *    督促履歴を消し（完納）、残高ファイルに居ない会員の履歴も
      *    消す（会員削除など。請求できないので督促もしない）。
       220-EVALUATE-MEMBER     SECTION.
           IF      FLG-HAVE-BAL-NO
               ADD     1           TO  CNT-DROPPED
           ELSE
               COMPUTE WRK-OVERDUE =   WRK-CUR-BALANCE
                                   -   WRK-CUR-CHARGE (1)
               IF      WRK-OVERDUE >   ZERO
                   ADD     1           TO  CNT-OVERDUE
                   PERFORM 230-AGE-DEBT
                   PERFORM 240-DECIDE-LEVEL
                   PERFORM 250-SEND-NOTICE
                   PERFORM 290-WRITE-AGE-WORK
               ELSE
                   IF      FLG-HAVE-HIST-YES
                       ADD     1           TO  CNT-CLEARED
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
      *    延滞額を 1 回前の請求から順に充てて区分に振り分ける。読めな
      *    かった世代の請求額は今回の請求額で見積もる。3 回前までで
      *    充て切れない残りが 4 か月以上の区分。
       230-AGE-DEBT            SECTION.
           MOVE    WRK-OVERDUE TO  WRK-REST.
           PERFORM VARYING WRK-GEN-SUB FROM 2 BY 1
                   UNTIL   WRK-GEN-SUB >   4
               IF      GEN-READ (WRK-GEN-SUB)  =   'Y'
                   MOVE    WRK-CUR-CHARGE (WRK-GEN-SUB)
                           TO  WRK-MONTH-CHARGE
               ELSE
                   MOVE    WRK-CUR-CHARGE (1)  TO  WRK-MONTH-CHARGE
               END-IF
               COMPUTE WRK-BKT-SUB =   WRK-GEN-SUB -   1
               IF      WRK-REST    >   WRK-MONTH-CHARGE
                   MOVE    WRK-MONTH-CHARGE
                           TO  WRK-BUCKET (WRK-BKT-SUB)
                   SUBTRACT WRK-MONTH-CHARGE   FROM    WRK-REST
               ELSE
                   MOVE    WRK-REST    TO  WRK-BUCKET (WRK-BKT-SUB)
                   MOVE    ZERO        TO  WRK-REST
               END-IF
           END-PERFORM.
           MOVE    WRK-REST    TO  WRK-BUCKET (4).
           MOVE    ZERO        TO  WRK-AGE.
           PERFORM VARYING WRK-BKT-SUB FROM 1 BY 1
                   UNTIL   WRK-BKT-SUB >   4
               IF      WRK-BUCKET (WRK-BKT-SUB)    >   ZERO
                   MOVE    WRK-BKT-SUB TO  WRK-AGE
               END-IF
           END-PERFORM.
      **************************************************************************
      *    送る段階は滞納月数の段階（3 か月以上は最終催告）と、前回
      *    送った段階の 1 つ上の小さい方。同じ請求実行での再実行なら
      *    前回の実行より前の段階から数え直す。
       240-DECIDE-LEVEL        SECTION.
           IF      FLG-HAVE-HIST-YES
               MOVE    WRK-OLD-HIST    TO  DH-REC
               IF      DH-RUN-ID   =   PARA-RUN-ID
                   MOVE    DH-PREV-LEVEL   TO  WRK-BASE-LEVEL
               ELSE
                   MOVE    DH-LEVEL    TO  WRK-BASE-LEVEL
               END-IF
           ELSE
               INITIALIZE  DH-REC
               MOVE    ZERO        TO  WRK-BASE-LEVEL
           END-IF.
           IF      WRK-AGE >   3
               MOVE    3           TO  WRK-AGE-LEVEL
           ELSE
               MOVE    WRK-AGE     TO  WRK-AGE-LEVEL
           END-IF.
           IF      WRK-BASE-LEVEL  <   3
               COMPUTE WRK-NEW-LEVEL   =   WRK-BASE-LEVEL  +   1
           ELSE
               MOVE    3           TO  WRK-NEW-LEVEL
           END-IF.
           IF      WRK-AGE-LEVEL   <   WRK-NEW-LEVEL
               MOVE    WRK-AGE-LEVEL   TO  WRK-NEW-LEVEL
           END-IF.
      **************************************************************************
      *    宛先は会員の現在行から取る。行が無いか、どの住所にも宛先
      *    不達印が付いていれば督促状は出さず、督促履歴も進めない
      *    （前回の記録をそのまま残す）。
       250-SEND-NOTICE         SECTION.
           MOVE    SPACES      TO  WRK-NOTE.
           PERFORM 260-FIND-MEMBER.
           IF      FLG-FOUND-YES
               PERFORM 270-PICK-ADDRESS
           END-IF.
           EVALUATE    TRUE
               WHEN    FLG-FOUND-NO
                   ADD     1           TO  CNT-NOROW
                   MOVE   'NO LETTER: NOT ON FILE' TO  WRK-NOTE
                   PERFORM 255-KEEP-HISTORY
               WHEN    WRK-PICK-SUB    =   ZERO
                   ADD     1           TO  CNT-SUPPRESSED
                   MOVE   'NO LETTER: UNDELIVERABLE'   TO  WRK-NOTE
                   PERFORM 255-KEEP-HISTORY
               WHEN    OTHER
                   PERFORM 280-WRITE-LETTER
                   PERFORM 285-WRITE-HISTORY
                   IF      WRK-AGE-LEVEL   >   WRK-NEW-LEVEL
                       ADD     1           TO  CNT-HELD
                       MOVE   'HELD: EARLIER NOTICE DUE'   TO  WRK-NOTE
                   END-IF
           END-EVALUATE.
      **************************************************************************
      *    督促状を出さなかった会員。段階は前回のまま、履歴もそのまま
      *    書き戻す。
       255-KEEP-HISTORY        SECTION.
           MOVE    WRK-BASE-LEVEL  TO  WRK-NEW-LEVEL.
           MOVE    4           TO  WRK-RC.
           IF      FLG-HAVE-HIST-YES
               MOVE    WRK-OLD-HIST    TO  DHWK-REC
               WRITE   DHWK-REC
               ADD     1           TO  CNT-HIST-OUT
           END-IF.
      **************************************************************************
       260-FIND-MEMBER         SECTION.
           INITIALIZE  ADRS.
           MOVE    WRK-CUR-NAME    TO  ADR-NAME.
           PERFORM 800-DBSELECT-ADRS-NAME.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS-NAME.
           IF      MCP-RC-EOF
               SET     FLG-FOUND-NO    TO  TRUE
           ELSE
               PERFORM 820-ABORT-CHECK
               SET     FLG-FOUND-YES   TO  TRUE
           END-IF.
      **************************************************************************
      *    ADRSLBL の 115-PICK-ADDRESS と同じ選び方：候補を
      *    WRK-CAND-ORDER の順に当たり、宛先不達印の無い最初の住所の
      *    3 行を使う。郵便番号は ADR-POSTAL。
       270-PICK-ADDRESS        SECTION.
           MOVE    SPACES      TO  WRK-LT.
           MOVE    ADR-POSTAL  TO  WRK-LT-POSTAL.
           MOVE    ZERO        TO  WRK-PICK-SUB.
           SET     FLG-UD-SKIPPED-NO   TO  TRUE.
           PERFORM VARYING WRK-CAND-SUB FROM 1 BY 1
                   UNTIL   WRK-CAND-SUB    >   3
                       OR  WRK-PICK-SUB    >   ZERO
               PERFORM 271-TRY-CANDIDATE
           END-PERFORM.
           EVALUATE    TRUE
               WHEN    WRK-PICK-SUB    =   ZERO
                   CONTINUE
               WHEN    WRK-PICK-SUB    =   1
                   IF      WRK-PREF    =   'W'  OR  'E'
                       ADD     1           TO  CNT-TAGGED
                   END-IF
               WHEN    FLG-UD-SKIPPED-YES
                   ADD     1           TO  CNT-REROUTED
               WHEN    OTHER
                   ADD     1           TO  CNT-FALLBACK
           END-EVALUATE.
      **************************************************************************
      *    候補 1 つ（ADRSLBL の 116-TRY-CANDIDATE と同じ）。
       271-TRY-CANDIDATE       SECTION.
           MOVE    WRK-CAND-ORDER (WRK-CAND-SUB : 1)
                                   TO  WRK-CAND-TYPE.
           IF      WRK-CAND-TYPE   =   'H'
               IF      ADR-UNDELIV-YES (1)
                   SET     FLG-UD-SKIPPED-YES  TO  TRUE
               ELSE
                   MOVE    ADR-ADDRESS(1)  TO  WRK-LT-LINE (1)
                   MOVE    ADR-ADDRESS(2)  TO  WRK-LT-LINE (2)
                   MOVE    ADR-ADDRESS(3)  TO  WRK-LT-LINE (3)
                   MOVE    WRK-CAND-SUB    TO  WRK-PICK-SUB
               END-IF
           ELSE
               IF      WRK-CAND-TYPE   =   'W'
                   MOVE    2           TO  WRK-UD-SUB
               ELSE
                   MOVE    3           TO  WRK-UD-SUB
               END-IF
               SET     FLG-TAG-FOUND-NO    TO  TRUE
               PERFORM VARYING WRK-XADDR-SUB FROM 1 BY 1
                       UNTIL   WRK-XADDR-SUB   >   ADR-XADDR-COUNT
                           OR  FLG-TAG-FOUND-YES
                   IF      ADR-XADDR-TYPE (WRK-XADDR-SUB)
                                           =   WRK-CAND-TYPE
                       SET     FLG-TAG-FOUND-YES   TO  TRUE
                       IF      ADR-UNDELIV-YES (WRK-UD-SUB)
                           SET     FLG-UD-SKIPPED-YES  TO  TRUE
                       ELSE
                           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                                   UNTIL   WRK-LINE-SUB    >   3
                               MOVE    ADR-XADDR-LINE
                                           (WRK-XADDR-SUB, WRK-LINE-SUB)
                                       TO  WRK-LT-LINE (WRK-LINE-SUB)
                           END-PERFORM
                           MOVE    WRK-CAND-SUB    TO  WRK-PICK-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      **************************************************************************
      *    督促状 1 通。*LETTER* 行に段階・名前・HOME を入れて区切り、
      *    郵便番号・住所・名前、表題、延滞額と月数、今月分を含む残高、
      *    段階別の本文を続ける。再督促以上は前の段階を送った日も刷る。
       280-WRITE-LETTER        SECTION.
           ADD     1           TO  CNT-LETTERS.
           ADD     1           TO  CNT-LEVEL (WRK-NEW-LEVEL).
           MOVE   '*LETTER*'   TO  EDT-LM-ID.
           MOVE    WRK-NEW-LEVEL   TO  EDT-LM-LEVEL.
           MOVE    WRK-CUR-NAME    TO  EDT-LM-NAME.
           MOVE    WRK-CUR-HOME    TO  EDT-LM-HOME.
           MOVE    EDT-LT-MARK TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    WRK-LT-POSTAL   TO  EDT-LA-TEXT.
           MOVE    EDT-LT-ADDR TO  LETTER-REC.
           WRITE   LETTER-REC.
           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                   UNTIL   WRK-LINE-SUB    >   3
               MOVE    WRK-LT-LINE (WRK-LINE-SUB)  TO  EDT-LA-TEXT
               MOVE    EDT-LT-ADDR TO  LETTER-REC
               WRITE   LETTER-REC
           END-PERFORM.
           MOVE    WRK-CUR-NAME    TO  EDT-LA-TEXT.
           MOVE    EDT-LT-ADDR TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    SPACES      TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    WRK-LEVEL-TITLE (WRK-NEW-LEVEL) TO  EDT-LTT-TITLE.
           MOVE    PARA-RUN-ID TO  EDT-LTT-RUN.
           MOVE    WRK-DATE    TO  EDT-LTT-DATE.
           MOVE    EDT-LT-TITLE    TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    SPACES      TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    WRK-OVERDUE TO  EDT-LTA-OVERDUE.
           PERFORM 295-EDIT-AGE.
           MOVE    EDT-DT-AGE  TO  EDT-LTA-AGE.
           MOVE    EDT-LT-AMOUNT   TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    WRK-CUR-BALANCE TO  EDT-LTB-BALANCE.
           MOVE    EDT-LT-BALANCE  TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    SPACES      TO  LETTER-REC.
           WRITE   LETTER-REC.
           MOVE    WRK-LEVEL-BODY (WRK-NEW-LEVEL)  TO  EDT-LTY-TEXT.
           MOVE    EDT-LT-BODY TO  LETTER-REC.
           WRITE   LETTER-REC.
           IF      WRK-NEW-LEVEL   >   1
               MOVE    WRK-LEVEL-TITLE (WRK-NEW-LEVEL - 1)
                       TO  EDT-LTP-TITLE
               MOVE    DH-LEVEL-DATE (WRK-NEW-LEVEL - 1)
                       TO  EDT-LTP-DATE
               MOVE    EDT-LT-PRIOR    TO  LETTER-REC
               WRITE   LETTER-REC
           END-IF.
           MOVE    SPACES      TO  LETTER-REC.
           WRITE   LETTER-REC.
      **************************************************************************
      *    送った段階を督促履歴に記録する。DH-REC には 240 で前回の
      *    記録（無ければ初期値）が入っている。
       285-WRITE-HISTORY       SECTION.
           MOVE    WRK-CUR-NAME    TO  DH-NAME.
           MOVE    WRK-CUR-HOME    TO  DH-HOME.
           MOVE    WRK-BASE-LEVEL  TO  DH-PREV-LEVEL.
           MOVE    WRK-NEW-LEVEL   TO  DH-LEVEL.
           MOVE    WRK-AGE     TO  DH-AGE.
           MOVE    PARA-RUN-ID TO  DH-RUN-ID.
           MOVE    WRK-DATE    TO  DH-DATE.
           MOVE    WRK-DATE    TO  DH-LEVEL-DATE (WRK-NEW-LEVEL).
           MOVE    WRK-OVERDUE TO  DH-OVERDUE.
           MOVE   X'0d'        TO  DH-CR.
           MOVE    DH-REC      TO  DHWK-REC.
           WRITE   DHWK-REC.
           ADD     1           TO  CNT-HIST-OUT.
      **************************************************************************
       290-WRITE-AGE-WORK      SECTION.
           MOVE    SPACES      TO  AW-REC.
           MOVE    WRK-CUR-HOME    TO  AW-HOME.
           MOVE    WRK-CUR-NAME    TO  AW-NAME.
           MOVE    WRK-NEW-LEVEL   TO  AW-LEVEL.
           MOVE    WRK-AGE     TO  AW-AGE.
           MOVE    WRK-BUCKET (1)  TO  AW-BUCKET (1).
           MOVE    WRK-BUCKET (2)  TO  AW-BUCKET (2).
           MOVE    WRK-BUCKET (3)  TO  AW-BUCKET (3).
           MOVE    WRK-BUCKET (4)  TO  AW-BUCKET (4).
           MOVE    WRK-NOTE    TO  AW-NOTE.
           WRITE   AW-REC.
      **************************************************************************
      *    滞納月数の表示。4 は「4 か月以上」。
       295-EDIT-AGE            SECTION.
           IF      WRK-AGE >   3
               MOVE   '4+'         TO  EDT-DT-AGE
           ELSE
               MOVE    WRK-AGE     TO  EDT-DT-AGE
           END-IF.
      **************************************************************************
      *    3 パス目：HOME グループ別の滞納年齢表。HOME の変わり目で
      *    グループ小計を刷る（ADRSSTAT と同じ流儀）。
       300-PRINT-AGING         SECTION.
           OPEN    OUTPUT
               REPORT-FILE.
           MOVE    PARA-RUN-ID TO  EDT-HD-RUN.
           MOVE    WRK-DATE    TO  EDT-HD-DATE.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-HEAD2   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    LOW-VALUES  TO  WRK-PREV-HOME.
           INITIALIZE  GRP-ACC.
           INITIALIZE  TOT-ACC.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               AGE-SORTED.
           PERFORM 301-READ-AGE.
           PERFORM 310-PRINT-ONE-MEMBER
                   UNTIL   FLG-EOF-YES.
           CLOSE   AGE-SORTED.
           IF      GRP-MEMBERS >   ZERO
               PERFORM 320-PRINT-GROUP
           END-IF.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   '*TOTAL*'    TO  EDT-GR-HOME.
           MOVE    TOT-MEMBERS TO  EDT-GR-MEMBERS.
           MOVE    TOT-BUCKET (1)  TO  EDT-GR-AMT1.
           MOVE    TOT-BUCKET (2)  TO  EDT-GR-AMT2.
           MOVE    TOT-BUCKET (3)  TO  EDT-GR-AMT3.
           MOVE    TOT-BUCKET (4)  TO  EDT-GR-AMT4.
           MOVE    TOT-TOTAL   TO  EDT-GR-TOTAL.
           MOVE    EDT-GROUP   TO  REPORT-REC.
           WRITE   REPORT-REC.
           CLOSE   REPORT-FILE.
      **************************************************************************
       301-READ-AGE            SECTION.
           READ    AGE-SORTED
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       310-PRINT-ONE-MEMBER    SECTION.
           IF      AS-HOME NOT =   WRK-PREV-HOME
               IF      GRP-MEMBERS >   ZERO
                   PERFORM 320-PRINT-GROUP
               END-IF
               INITIALIZE  GRP-ACC
               MOVE    AS-HOME     TO  WRK-PREV-HOME
           END-IF.
           MOVE    AS-NAME     TO  EDT-DT-NAME.
           MOVE    AS-LEVEL    TO  EDT-DT-LEVEL.
           MOVE    AS-AGE      TO  WRK-AGE.
           PERFORM 295-EDIT-AGE.
           MOVE    AS-BUCKET (1)   TO  EDT-DT-AMT1.
           MOVE    AS-BUCKET (2)   TO  EDT-DT-AMT2.
           MOVE    AS-BUCKET (3)   TO  EDT-DT-AMT3.
           MOVE    AS-BUCKET (4)   TO  EDT-DT-AMT4.
           COMPUTE WRK-REST    =   AS-BUCKET (1)   +   AS-BUCKET (2)
                               +   AS-BUCKET (3)   +   AS-BUCKET (4).
           MOVE    WRK-REST    TO  EDT-DT-TOTAL.
           MOVE    AS-NOTE     TO  EDT-DT-NOTE.
           MOVE    EDT-DETAIL  TO  REPORT-REC.
           WRITE   REPORT-REC.
           ADD     1           TO  GRP-MEMBERS.
           ADD     1           TO  TOT-MEMBERS.
           PERFORM VARYING WRK-BKT-SUB FROM 1 BY 1
                   UNTIL   WRK-BKT-SUB >   4
               ADD     AS-BUCKET (WRK-BKT-SUB)
                       TO  GRP-BUCKET (WRK-BKT-SUB)
                           TOT-BUCKET (WRK-BKT-SUB)
           END-PERFORM.
           ADD     WRK-REST    TO  GRP-TOTAL
                                   TOT-TOTAL.
           PERFORM 301-READ-AGE.
      **************************************************************************
       320-PRINT-GROUP         SECTION.
           MOVE    WRK-PREV-HOME   TO  EDT-GR-HOME.
           MOVE    GRP-MEMBERS TO  EDT-GR-MEMBERS.
           MOVE    GRP-BUCKET (1)  TO  EDT-GR-AMT1.
           MOVE    GRP-BUCKET (2)  TO  EDT-GR-AMT2.
           MOVE    GRP-BUCKET (3)  TO  EDT-GR-AMT3.
           MOVE    GRP-BUCKET (4)  TO  EDT-GR-AMT4.
           MOVE    GRP-TOTAL   TO  EDT-GR-TOTAL.
           MOVE    EDT-GROUP   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    4 パス目：作業ファイルから督促履歴を書き戻す。
       400-REWRITE-HISTORY     SECTION.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               DUNHIST-WORK.
           OPEN    OUTPUT
               DUNNING-HISTORY.
           PERFORM 401-READ-HISTWK.
           PERFORM 410-WRITE-ONE-HISTORY
                   UNTIL   FLG-EOF-YES.
           CLOSE   DUNHIST-WORK.
           CLOSE   DUNNING-HISTORY.
      **************************************************************************
       401-READ-HISTWK         SECTION.
           READ    DUNHIST-WORK
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       410-WRITE-ONE-HISTORY   SECTION.
           MOVE    DHWK-REC    TO  DHIN-REC.
           WRITE   DHIN-REC.
           PERFORM 401-READ-HISTWK.
      **************************************************************************
       800-DBOPEN              SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBOPEN'     TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       800-DBSTART             SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBSTART'    TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       800-DBSELECT-ADRS-NAME  SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS-NAME   SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME  TO  MCP-PATH.
           INITIALIZE  ADRS.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
           IF      ADR-XADDR-COUNT NOT NUMERIC
                   OR  ADR-XADDR-COUNT > 2
               MOVE    ZERO        TO  ADR-XADDR-COUNT
           END-IF.
      **************************************************************************
       800-DBCOMMIT            SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBCOMMIT'   TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       800-DBDISCONNECT        SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBDISCONNECT'    TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       820-ABORT-CHECK         SECTION.
           IF      NOT MCP-RC-OK
               DISPLAY '*** ADRSDUN: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
