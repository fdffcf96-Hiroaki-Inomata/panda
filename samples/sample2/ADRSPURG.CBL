       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSPURG.
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
      *   コンポーネント名：退会者個人情報保存期間消去バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      *   26.10.15  ....    参照番号の連番を同じ日の前回実行の続きから
      *                     振る（同日の再実行で番号が重ならないように）
      *   26.10.15  ....    読込みから書き戻しまでの間は ADRSUNLD と
      *                     同じく静止指示ファイル quiesce を置く
      ******************************************************************
      * 削除から起動パラメータの年数（保存期間）を過ぎ、その後復元も
      * 再登録もされていない会員の個人情報を、削除退避 adrsarch、
      * 変更ジャーナル chgjrnl、スナップショット adrssnap、適用履歴
      * aplyhist、統合履歴 mergehist から消し、個人情報保護責任者が
      * 署名する消去証明書 adrspurg を刷る。
      *   - 対象の判定は chgjrnl と adrsarch の出来事を会員名ごとに
      *     時刻順に並べ、最後の出来事が削除で、その日付が基準日
      *     （今日から保存年数を戻した日）より前のもの。削除の後に
      *     ADRSREST の復元（A）や再登録があれば最後が削除にならない
      *     ので対象外。念のため ADRS に同じ名前が居れば対象外。
      *   - adrsarch／adrssnap／aplyhist／mergehist は該当会員の行を
      *     取り除く。ADRSREST は該当会員を「退避無し」として扱い、
      *     ADRSTRND は残った行だけで比べる。
      *   - chgjrnl は行を残して匿名化する。名前を会員ごとの参照番号
      *     （*PURGED*＋実行日＋連番。連番は同じ日に既に振った番号の
      *     続き）に置き換え、前後イメージの電話・
      *     体重・住所・郵便番号・TOLL・勤務先等・不達印を消す。日時・
      *     出所・実行番号・操作者・操作種別・HOME は残すので、ADRSSURV
      *     の操作者集計は変わらず、ADRSJINQ は残った会員をそのまま
      *     照会できる。
      *   - 各ファイルは作業ファイルへ写しながら消し、取り除いた行が
      *     あったファイルだけ作業ファイルから書き戻す（ADRSHKP と同じ
      *     流儀）。書き戻しの途中で異常終了しても自動では戻さない。
      *     運用者が作業ファイル purgarch（adrsarch）、purgjrnl
      *     （chgjrnl）、purgsnap（adrssnap）、purghist（aplyhist と
      *     mergehist で使い回すので、書き戻し中だった方）から元の
      *     ファイルへ手で写し戻し、quiesce が残っていれば消してから
      *     流し直す。
      *   - 起動パラメータ：保存年数(2) 乾式(Y／N)。乾式なら作業
      *     ファイルまで作って件数を出し、元のファイルは書き戻さない。
      *   - 1 回に消すのは 5000 人まで。残りは件数を表示して終了
      *     コード 4、もう一度流せば続きを消す。
      *   - adrsarch と chgjrnl はオンラインの ADRSMNT も追記するので、
      *     読込みから書き戻しまでの間は ADRSUNLD と同じく静止指示
      *     ファイル quiesce を置いて保守を止める（その間の追記が書き
      *     戻しで消えないように）。quiesce が既に在れば実行しない。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  QUIESCE-FILE
               ASSIGN  TO  "quiesce"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-QUIESCE-STATUS.
           SELECT  OPTIONAL  ARCHIVE-FILE
               ASSIGN  TO  "adrsarch"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  OPTIONAL  JOURNAL-FILE
               ASSIGN  TO  "chgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  OPTIONAL  SNAPSHOT-FILE
               ASSIGN  TO  "adrssnap"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    適用履歴 aplyhist と統合履歴 mergehist。同じ形式なので
      *    名前を差し替えて 2 度処理する。
           SELECT  OPTIONAL  HISTORY-FILE
               ASSIGN  TO  WRK-HIST-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  EVENT-WORK
               ASSIGN  TO  "purgwk1"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  EVENT-SORTED
               ASSIGN  TO  "purgwk2"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "purgsort".
           SELECT  ARCH-WORK
               ASSIGN  TO  "purgarch"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  JRNL-WORK
               ASSIGN  TO  "purgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SNAP-WORK
               ASSIGN  TO  "purgsnap"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  HIST-WORK
               ASSIGN  TO  "purghist"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrspurg"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  QUIESCE-FILE.
       01  QUIESCE-REC.
           02  QU-RUN-ID       PIC X(14).
           02  QU-CR           PIC X.
       FD  ARCHIVE-FILE.
       COPY    ADRSARCH.
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  SNAPSHOT-FILE.
       COPY    ADRSSNPR.
       FD  HISTORY-FILE.
       COPY    ADRSHIST.
      *    会員名ごとの出来事（削除・追加・変更）。
       FD  EVENT-WORK.
       01  EW-REC.
           02  EW-NAME         PIC X(20).
           02  EW-DATE         PIC 9(8).
           02  EW-TIME         PIC 9(6).
           02  EW-SEQ          PIC 9(9).
           02  EW-ACTION       PIC X.
           02  EW-HOME         PIC X(8).
       FD  EVENT-SORTED.
       01  ES-REC.
           02  ES-NAME         PIC X(20).
           02  ES-DATE         PIC 9(8).
           02  ES-TIME         PIC 9(6).
           02  ES-SEQ          PIC 9(9).
           02  ES-ACTION       PIC X.
           02  ES-HOME         PIC X(8).
       SD  SORT-FILE.
       01  SORT-REC.
           02  SO-NAME         PIC X(20).
           02  SO-DATE         PIC 9(8).
           02  SO-TIME         PIC 9(6).
           02  SO-SEQ          PIC 9(9).
           02  SO-ACTION       PIC X.
           02  SO-HOME         PIC X(8).
      *    書き戻しまでの控え。レコードは元のファイルと同じ長さ。
       FD  ARCH-WORK.
       01  AW-REC              PIC X(286).
       FD  JRNL-WORK.
       01  JW-REC              PIC X(562).
       FD  SNAP-WORK.
       01  SW-REC              PIC X(46).
       FD  HIST-WORK.
       01  HW-REC              PIC X(175).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WRK-HIST-NAME       PIC X(9).
       01  WRK-QUIESCE-STATUS  PIC XX.
      *    CBL_DELETE_FILE に渡す名前。末尾の空白は名前の終わりと
      *    みなされる。
       01  WRK-QUIESCE-NAME    PIC X(8)    VALUE 'quiesce'.
       01  WRK-DEL-RC          PIC S9(9)   BINARY.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  WRK-DATE-R      REDEFINES   WRK-DATE.
               03  WRK-DATE-YYYY   PIC 9(4).
               03  WRK-DATE-MMDD   PIC 9(4).
           02  WRK-TIME        PIC 9(8).
           02  WRK-TIME-X      REDEFINES   WRK-TIME    PIC X(8).
      *    基準日。この日より前に削除された会員が対象。
       01  WRK-CUTOFF      PIC 9(8).
       01  WRK-CUTOFF-R    REDEFINES   WRK-CUTOFF.
           02  WRK-CUTOFF-YYYY PIC 9(4).
           02  WRK-CUTOFF-MMDD PIC 9(4).
       01  WRK-YEARS       PIC 9(2).
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES   VALUE 1.
               88  FLG-FOUND-NO    VALUE 0.
           02  FLG-TRIAL   PIC 9.
               88  FLG-TRIAL-YES   VALUE 1.
               88  FLG-TRIAL-NO    VALUE 0.
           02  FLG-QUIESCE PIC 9.
               88  FLG-QUIESCE-YES     VALUE 1.
               88  FLG-QUIESCE-NO      VALUE 0.
           02  FLG-QUIESCE-SET PIC 9.
               88  FLG-QUIESCE-SET-YES VALUE 1.
               88  FLG-QUIESCE-SET-NO  VALUE 0.
       01  CNT-EVENT       PIC S9(9)   BINARY.
       01  CNT-DELETED     PIC S9(9)   BINARY.
       01  CNT-RECENT      PIC S9(9)   BINARY.
       01  CNT-ON-FILE     PIC S9(9)   BINARY.
       01  CNT-DEFERRED    PIC S9(9)   BINARY.
      *    今日の日付で既にジャーナルに振られている参照番号の最大。
      *    同じ日の再実行はこの続きから番号を振る。
       01  CNT-TOKEN-BASE  PIC S9(4)   BINARY.
      *    いま判定している会員の最後の出来事。
       01  WRK-CUR.
           02  WRK-CUR-NAME    PIC X(20).
           02  WRK-LAST-DATE   PIC 9(8).
           02  WRK-LAST-ACTION PIC X.
           02  WRK-LAST-HOME   PIC X(8).
      *    ジャーナルに残す会員ごとの参照番号。
       01  WRK-TOKEN.
           02  FILLER          PIC X(8)    VALUE '*PURGED*'.
           02  WRK-TOKEN-DATE  PIC 9(8).
           02  WRK-TOKEN-SEQ   PIC 9(4).
      *    処理中のファイルの番号（FT-ENTRY／PG-FILE-COUNT の添字）。
      *    1＝adrsarch 2＝chgjrnl 3＝adrssnap 4＝aplyhist
      *    5＝mergehist。
       01  WRK-FILE        PIC S9(4)   BINARY.
       01  WRK-SUB         PIC S9(4)   BINARY.
       01  FILE-TOTALS.
           02  FT-ENTRY        OCCURS  5   TIMES.
               03  FT-NAME         PIC X(10).
               03  FT-BEFORE       PIC S9(9)   BINARY.
               03  FT-REMOVED      PIC S9(9)   BINARY.
               03  FT-ANON         PIC S9(9)   BINARY.
               03  FT-AFTER        PIC S9(9)   BINARY.
      *    消す会員の表。整列済みの出来事から名前順に積むので、その
      *    まま SEARCH ALL で引ける。
       01  PURGE-MAX       PIC S9(4)   BINARY  VALUE 5000.
       01  PURGE-COUNT     PIC S9(4)   BINARY.
       01  PURGE-TABLE.
           02  PURGE-ENTRY     OCCURS  1  TO  5000  TIMES
                               DEPENDING ON    PURGE-COUNT
                               ASCENDING KEY   IS  PG-NAME
                               INDEXED BY  PG-IX.
               03  PG-NAME         PIC X(20).
               03  PG-TOKEN        PIC X(20).
               03  PG-DEL-DATE     PIC 9(8).
               03  PG-HOME         PIC X(8).
               03  PG-FILE-COUNT   OCCURS  5   TIMES
                                   PIC S9(7)   BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-PURGED  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-ON-FILE PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-DEFER   PIC ZZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(50)   VALUE
                 'ADRSPURG  PERSONAL-DATA RETENTION PURGE CERTIFICAT'.
             03  FILLER      PIC X(7)    VALUE 'E  RUN '.
             03  EDT-HD-DATE     PIC 9(8).
             03  FILLER          PIC X(12)   VALUE '  RETENTION '.
             03  EDT-HD-YEARS    PIC Z9.
             03  FILLER          PIC X(23)   VALUE
                 ' YEARS  DELETED BEFORE '.
             03  EDT-HD-CUTOFF   PIC 9(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-HD-TRIAL    PIC X(20).
           02  EDT-TRIAL-NOTE.
             03  FILLER      PIC X(50)   VALUE
                 'TRIAL RUN - NO FILE WAS CHANGED. COUNTS SHOW WHAT '.
             03  FILLER      PIC X(30)   VALUE
                 'A LIVE RUN WOULD DO.          '.
             03  FILLER      PIC X(52)   VALUE  SPACES.
           02  EDT-MB-HEAD.
             03  FILLER      PIC X(50)   VALUE
                 'REFERENCE             DELETED   HOME      ADRSARCH'.
             03  FILLER      PIC X(50)   VALUE
                 '   CHGJRNL  ADRSSNAP  APLYHIST MERGEHIST          '.
             03  FILLER      PIC X(32)   VALUE  SPACES.
           02  EDT-MEMBER.
             03  EDT-MB-TOKEN    PIC X(20).
             03  FILLER          PIC X(2).
             03  EDT-MB-DATE     PIC 9(8).
             03  FILLER          PIC X(2).
             03  EDT-MB-HOME     PIC X(8).
             03  EDT-MB-CELL     OCCURS  5   TIMES.
               04  FILLER          PIC X(3).
               04  EDT-MB-COUNT    PIC ZZZ,ZZ9.
             03  FILLER          PIC X(42).
           02  EDT-FL-HEAD.
             03  FILLER      PIC X(50)   VALUE
                 'FILE             BEFORE      REMOVED   ANONYMISED '.
             03  FILLER      PIC X(50)   VALUE
                 '       AFTER                                      '.
             03  FILLER      PIC X(32)   VALUE  SPACES.
           02  EDT-FILE.
             03  EDT-FL-NAME     PIC X(10).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-FL-BEFORE   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-FL-REMOVED  PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-FL-ANON     PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-FL-AFTER    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(70)   VALUE  SPACES.
           02  EDT-COUNTS.
             03  FILLER          PIC X(16)   VALUE 'MEMBERS PURGED  '.
             03  EDT-CT-PURGED   PIC ZZZ,ZZ9.
             03  FILLER          PIC X(27)   VALUE
                 '   SKIPPED (STILL ON ADRS) '.
             03  EDT-CT-ON-FILE  PIC ZZZ,ZZ9.
             03  FILLER          PIC X(27)   VALUE
                 '   LEFT FOR THE NEXT RUN   '.
             03  EDT-CT-DEFER    PIC ZZZ,ZZ9.
             03  FILLER          PIC X(41)   VALUE  SPACES.
           02  EDT-SIGN.
             03  FILLER      PIC X(50)   VALUE
                 'CERTIFIED BY ______________________________    DAT'.
             03  FILLER      PIC X(50)   VALUE
                 'E ____________    (PRIVACY OFFICER)               '.
             03  FILLER      PIC X(32)   VALUE  SPACES.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-YEARS      PIC X(2).
           02  PARA-DRYRUN     PIC X.
               88  PARA-DRYRUN-YES     VALUE 'Y'.
               88  PARA-DRYRUN-NO      VALUE 'N'  ' '.
           02  FILLER          PIC X(253).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSPURG'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 100-COLLECT-EVENTS.
      *    名前・日時・読んだ順で整列すると、会員ごとの最後の行が
      *    最後の出来事になる。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SO-NAME
                                   SO-DATE
                                   SO-TIME
                                   SO-SEQ
               USING   EVENT-WORK
               GIVING  EVENT-SORTED.
           PERFORM 200-SELECT-MEMBERS.
           IF      PURGE-COUNT >   ZERO
               PERFORM 300-PURGE-ARCHIVE
               PERFORM 400-ANON-JOURNAL
               PERFORM 500-PURGE-SNAPSHOT
               MOVE   'aplyhist'   TO  WRK-HIST-NAME
               MOVE    4           TO  WRK-FILE
               PERFORM 600-PURGE-HISTORY
               MOVE   'mergehist'  TO  WRK-HIST-NAME
               MOVE    5           TO  WRK-FILE
               PERFORM 600-PURGE-HISTORY
           END-IF.
           PERFORM 700-PRINT-CERTIFICATE.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           SET     FLG-QUIESCE-SET-NO  TO  TRUE.
           IF      PARA-YEARS  NOT NUMERIC
                   OR  PARA-YEARS  =   '00'
               DISPLAY '*** ADRSPURG: RETENTION YEARS PARAMETER'
                       ' MISSING OR NOT NUMERIC'
                   UPON    CONSOLE
               PERFORM 900-STOP
           END-IF.
           IF      NOT PARA-DRYRUN-YES
                   AND NOT PARA-DRYRUN-NO
               DISPLAY '*** ADRSPURG: DRY-RUN PARAMETER MUST BE Y OR N'
                   UPON    CONSOLE
               PERFORM 900-STOP
           END-IF.
           IF      PARA-DRYRUN-YES
               SET     FLG-TRIAL-YES   TO  TRUE
           ELSE
               SET     FLG-TRIAL-NO    TO  TRUE
           END-IF.
           MOVE    PARA-YEARS  TO  WRK-YEARS.
      *    基準日は今日から保存年数を戻した日。2 月 29 日は平年に
      *    無いので 2 月 28 日にする。
           ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD.
           ACCEPT  WRK-TIME    FROM    TIME.
           MOVE    WRK-DATE    TO  WRK-CUTOFF.
           SUBTRACT WRK-YEARS  FROM    WRK-CUTOFF-YYYY.
           IF      WRK-CUTOFF-MMDD =   0229
               MOVE    0228        TO  WRK-CUTOFF-MMDD
           END-IF.
           MOVE    WRK-DATE    TO  WRK-TOKEN-DATE.
           MOVE    ZERO        TO  CNT-EVENT.
           MOVE    ZERO        TO  CNT-DELETED.
           MOVE    ZERO        TO  CNT-RECENT.
           MOVE    ZERO        TO  CNT-ON-FILE.
           MOVE    ZERO        TO  CNT-DEFERRED.
           MOVE    ZERO        TO  CNT-TOKEN-BASE.
           MOVE    ZERO        TO  PURGE-COUNT.
           MOVE   'adrsarch'   TO  FT-NAME (1).
           MOVE   'chgjrnl'    TO  FT-NAME (2).
           MOVE   'adrssnap'   TO  FT-NAME (3).
           MOVE   'aplyhist'   TO  FT-NAME (4).
           MOVE   'mergehist'  TO  FT-NAME (5).
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   5
               MOVE    ZERO        TO  FT-BEFORE (WRK-SUB)
               MOVE    ZERO        TO  FT-REMOVED (WRK-SUB)
               MOVE    ZERO        TO  FT-ANON (WRK-SUB)
               MOVE    ZERO        TO  FT-AFTER (WRK-SUB)
           END-PERFORM.
           PERFORM 011-CHECK-QUIESCE.
           IF      FLG-QUIESCE-YES
               DISPLAY '*** ADRSPURG: QUIESCED FOR BATCH - TRY AGAIN'
                       ' LATER'
                   UPON    CONSOLE
               PERFORM 900-STOP
           END-IF.
           PERFORM 012-SET-QUIESCE.
      **************************************************************************
      *    静止指示ファイルが在るかどうかだけを見る。OPEN が '35'
      *    （無い）なら平常、開けたら静止中。
       011-CHECK-QUIESCE       SECTION.
           OPEN    INPUT
               QUIESCE-FILE.
           IF      WRK-QUIESCE-STATUS  =   '35'
               SET     FLG-QUIESCE-NO  TO  TRUE
           ELSE
               SET     FLG-QUIESCE-YES TO  TRUE
               CLOSE   QUIESCE-FILE
           END-IF.
      **************************************************************************
      *    静止指示の実行番号は実行日時 14 桁（ADRSUNLD と同じ形）。
       012-SET-QUIESCE         SECTION.
           OPEN    OUTPUT
               QUIESCE-FILE.
           MOVE    SPACES      TO  QU-RUN-ID.
           STRING  WRK-DATE            DELIMITED  SIZE
                   WRK-TIME-X (1 : 6)  DELIMITED  SIZE
               INTO    QU-RUN-ID
           END-STRING.
           MOVE   X'0d'        TO  QU-CR.
           WRITE   QUIESCE-REC.
           CLOSE   QUIESCE-FILE.
           SET     FLG-QUIESCE-SET-YES TO  TRUE.
      **************************************************************************
       013-CLEAR-QUIESCE       SECTION.
           CALL   'CBL_DELETE_FILE'    USING
                WRK-QUIESCE-NAME.
           MOVE    RETURN-CODE TO  WRK-DEL-RC.
           MOVE    ZERO        TO  RETURN-CODE.
           SET     FLG-QUIESCE-SET-NO  TO  TRUE.
           IF      WRK-DEL-RC  NOT =   ZERO
               DISPLAY '*** ADRSPURG: CANNOT REMOVE QUIESCE FILE -'
                       ' ONLINE MAINTENANCE STAYS BLOCKED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
      *    ジャーナルの全行と退避の全行（ジャーナル開始前の削除も
      *    拾うため）を出来事として作業ファイルへ写す。
       100-COLLECT-EVENTS      SECTION.
           OPEN    OUTPUT
               EVENT-WORK.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               JOURNAL-FILE.
           PERFORM 101-READ-JOURNAL.
           PERFORM 110-NOTE-JOURNAL
                   UNTIL   FLG-EOF-YES.
           CLOSE   JOURNAL-FILE.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               ARCHIVE-FILE.
           PERFORM 102-READ-ARCHIVE.
           PERFORM 120-NOTE-ARCHIVE
                   UNTIL   FLG-EOF-YES.
           CLOSE   ARCHIVE-FILE.
           CLOSE   EVENT-WORK.
      **************************************************************************
       101-READ-JOURNAL        SECTION.
           READ    JOURNAL-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       102-READ-ARCHIVE        SECTION.
           READ    ARCHIVE-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       110-NOTE-JOURNAL        SECTION.
           IF      JRNL-DATE   NUMERIC
                   AND JRNL-TIME   NUMERIC
               ADD     1           TO  CNT-EVENT
               MOVE    JRNL-NAME   TO  EW-NAME
               MOVE    JRNL-DATE   TO  EW-DATE
               MOVE    JRNL-TIME   TO  EW-TIME
               MOVE    CNT-EVENT   TO  EW-SEQ
               MOVE    JRNL-ACTION TO  EW-ACTION
               IF      JRNL-ACTION-DELETE
                   MOVE    JRNL-B-HOME TO  EW-HOME
               ELSE
                   MOVE    JRNL-A-HOME TO  EW-HOME
               END-IF
               WRITE   EW-REC
           END-IF.
           PERFORM 101-READ-JOURNAL.
      **************************************************************************
       120-NOTE-ARCHIVE        SECTION.
           IF      ARCH-DATE   NUMERIC
                   AND ARCH-TIME   NUMERIC
               ADD     1           TO  CNT-EVENT
               MOVE    ARCH-NAME   TO  EW-NAME
               MOVE    ARCH-DATE   TO  EW-DATE
               MOVE    ARCH-TIME   TO  EW-TIME
               MOVE    CNT-EVENT   TO  EW-SEQ
               MOVE   'D'          TO  EW-ACTION
               MOVE    ARCH-HOME   TO  EW-HOME
               WRITE   EW-REC
           END-IF.
           PERFORM 102-READ-ARCHIVE.
      **************************************************************************
      *    会員名ごとに最後の出来事を見て対象を決める。
       200-SELECT-MEMBERS      SECTION.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
           MOVE    LOW-VALUES  TO  WRK-CUR-NAME.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               EVENT-SORTED.
           PERFORM 201-READ-SORTED.
           PERFORM 210-GATHER-ONE
                   UNTIL   FLG-EOF-YES.
           CLOSE   EVENT-SORTED.
           IF      WRK-CUR-NAME    NOT =   LOW-VALUES
               PERFORM 220-JUDGE-MEMBER
           END-IF.
           PERFORM 240-NUMBER-TOKENS.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
      **************************************************************************
       201-READ-SORTED         SECTION.
           READ    EVENT-SORTED
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       210-GATHER-ONE          SECTION.
           IF      ES-NAME (1 : 8)     =   '*PURGED*'
                   AND ES-NAME (9 : 8)     =   WRK-TOKEN-DATE
                   AND ES-NAME (17 : 4)    NUMERIC
               IF      ES-NAME (17 : 4)    >   CNT-TOKEN-BASE
                   MOVE    ES-NAME (17 : 4)    TO  CNT-TOKEN-BASE
               END-IF
           END-IF.
           IF      ES-NAME NOT =   WRK-CUR-NAME
               IF      WRK-CUR-NAME    NOT =   LOW-VALUES
                   PERFORM 220-JUDGE-MEMBER
               END-IF
               MOVE    ES-NAME     TO  WRK-CUR-NAME
           END-IF.
           MOVE    ES-DATE     TO  WRK-LAST-DATE.
           MOVE    ES-ACTION   TO  WRK-LAST-ACTION.
           MOVE    ES-HOME     TO  WRK-LAST-HOME.
           PERFORM 201-READ-SORTED.
      **************************************************************************
      *    最後が削除で基準日より前なら、ADRS に居ないことを確かめて
      *    表に積む。既に匿名化済みの参照番号は対象にしない。
       220-JUDGE-MEMBER        SECTION.
           IF      WRK-LAST-ACTION =   'D'
                   AND WRK-CUR-NAME (1 : 8)    NOT =   '*PURGED*'
               ADD     1           TO  CNT-DELETED
               IF      WRK-LAST-DATE   <   WRK-CUTOFF
                   INITIALIZE  ADRS
                   MOVE    WRK-CUR-NAME    TO  ADR-NAME
                   PERFORM 800-DBSELECT-ADRS-NAME
                   PERFORM 820-ABORT-CHECK
                   PERFORM 800-DBFETCH-ADRS-NAME
                   IF      MCP-RC-EOF
                       PERFORM 230-ADD-MEMBER
                   ELSE
                       PERFORM 820-ABORT-CHECK
                       ADD     1           TO  CNT-ON-FILE
                   END-IF
               ELSE
                   ADD     1           TO  CNT-RECENT
               END-IF
           END-IF.
      **************************************************************************
       230-ADD-MEMBER          SECTION.
           IF      PURGE-COUNT >=  PURGE-MAX
               ADD     1           TO  CNT-DEFERRED
           ELSE
               ADD     1           TO  PURGE-COUNT
               SET     PG-IX       TO  PURGE-COUNT
               MOVE    WRK-CUR-NAME    TO  PG-NAME (PG-IX)
               MOVE    SPACES      TO  PG-TOKEN (PG-IX)
               MOVE    WRK-LAST-DATE   TO  PG-DEL-DATE (PG-IX)
               MOVE    WRK-LAST-HOME   TO  PG-HOME (PG-IX)
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL   WRK-SUB >   5
                   MOVE    ZERO    TO  PG-FILE-COUNT (PG-IX WRK-SUB)
               END-PERFORM
           END-IF.
      **************************************************************************
      *    参照番号は出来事を全部見終えてから振る。名前順の途中で振る
      *    と、'*PURGED*' より前に並ぶ名前の会員には同じ日の前回の
      *    番号がまだ見えていないため。9999 を超える分は振らずに次回
      *    へ回す（表の末尾から落とすので名前順は崩れない）。
       240-NUMBER-TOKENS       SECTION.
           PERFORM VARYING PG-IX FROM 1 BY 1
                   UNTIL   PG-IX   >   PURGE-COUNT
               SET     WRK-SUB     TO  PG-IX
               IF      CNT-TOKEN-BASE + WRK-SUB    >   9999
                   COMPUTE CNT-DEFERRED    =   CNT-DEFERRED
                                           +   PURGE-COUNT - WRK-SUB + 1
                   COMPUTE PURGE-COUNT =   WRK-SUB - 1
               ELSE
                   COMPUTE WRK-TOKEN-SEQ   =   CNT-TOKEN-BASE + WRK-SUB
                   MOVE    WRK-TOKEN   TO  PG-TOKEN (PG-IX)
               END-IF
           END-PERFORM.
      **************************************************************************
      *    削除退避から対象会員の行を取り除く。
       300-PURGE-ARCHIVE       SECTION.
           MOVE    1           TO  WRK-FILE.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               ARCHIVE-FILE.
           OPEN    OUTPUT
               ARCH-WORK.
           PERFORM 102-READ-ARCHIVE.
           PERFORM 310-COPY-ARCHIVE
                   UNTIL   FLG-EOF-YES.
           CLOSE   ARCHIVE-FILE.
           CLOSE   ARCH-WORK.
           IF      FT-REMOVED (WRK-FILE)   >   ZERO
                   AND FLG-TRIAL-NO
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   ARCH-WORK
               OPEN    OUTPUT
                   ARCHIVE-FILE
               PERFORM 321-READ-ARCH-WORK
               PERFORM 320-RESTORE-ARCHIVE
                       UNTIL   FLG-EOF-YES
               CLOSE   ARCH-WORK
               CLOSE   ARCHIVE-FILE
           END-IF.
      **************************************************************************
       310-COPY-ARCHIVE        SECTION.
           ADD     1           TO  FT-BEFORE (WRK-FILE).
           MOVE    ARCH-NAME   TO  WRK-CUR-NAME.
           PERFORM 710-FIND-MEMBER.
           IF      FLG-FOUND-YES
               ADD     1           TO  FT-REMOVED (WRK-FILE)
               ADD     1           TO  PG-FILE-COUNT (PG-IX WRK-FILE)
           ELSE
               ADD     1           TO  FT-AFTER (WRK-FILE)
               MOVE    ARCH-REC    TO  AW-REC
               WRITE   AW-REC
           END-IF.
           PERFORM 102-READ-ARCHIVE.
      **************************************************************************
       320-RESTORE-ARCHIVE     SECTION.
           MOVE    AW-REC      TO  ARCH-REC.
           WRITE   ARCH-REC.
           PERFORM 321-READ-ARCH-WORK.
      **************************************************************************
       321-READ-ARCH-WORK      SECTION.
           READ    ARCH-WORK
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
      *    ジャーナルは行を残して対象会員の分を匿名化する。
       400-ANON-JOURNAL        SECTION.
           MOVE    2           TO  WRK-FILE.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               JOURNAL-FILE.
           OPEN    OUTPUT
               JRNL-WORK.
           PERFORM 101-READ-JOURNAL.
           PERFORM 410-COPY-JOURNAL
                   UNTIL   FLG-EOF-YES.
           CLOSE   JOURNAL-FILE.
           CLOSE   JRNL-WORK.
           IF      FT-ANON (WRK-FILE)  >   ZERO
                   AND FLG-TRIAL-NO
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   JRNL-WORK
               OPEN    OUTPUT
                   JOURNAL-FILE
               PERFORM 421-READ-JRNL-WORK
               PERFORM 420-RESTORE-JOURNAL
                       UNTIL   FLG-EOF-YES
               CLOSE   JRNL-WORK
               CLOSE   JOURNAL-FILE
           END-IF.
      **************************************************************************
       410-COPY-JOURNAL        SECTION.
           ADD     1           TO  FT-BEFORE (WRK-FILE).
           ADD     1           TO  FT-AFTER (WRK-FILE).
           MOVE    JRNL-NAME   TO  WRK-CUR-NAME.
           PERFORM 710-FIND-MEMBER.
           IF      FLG-FOUND-YES
               ADD     1           TO  FT-ANON (WRK-FILE)
               ADD     1           TO  PG-FILE-COUNT (PG-IX WRK-FILE)
               PERFORM 411-ANONYMISE-JOURNAL
           END-IF.
           MOVE    JRNL-REC    TO  JW-REC.
           WRITE   JW-REC.
           PERFORM 101-READ-JOURNAL.
      **************************************************************************
      *    日時・出所・実行番号・操作者・操作種別・HOME は残し、個人を
      *    特定できる項目を消す。空の値は追加の更新前イメージと同じ
      *    （TOLL・件数・体重はゼロ、他は空白）。
       411-ANONYMISE-JOURNAL   SECTION.
           MOVE    PG-TOKEN (PG-IX)    TO  JRNL-NAME.
           MOVE    SPACES      TO  JRNL-BEFORE.
           MOVE    SPACES      TO  JRNL-AFTER.
           MOVE    ZERO        TO  JRNL-B-WEIGHT.
           MOVE    ZERO        TO  JRNL-A-WEIGHT.
           MOVE    SPACES      TO  JRNL-B-EXTRA.
           MOVE    SPACES      TO  JRNL-A-EXTRA.
           MOVE    ZERO        TO  JRNL-B-TOLL.
           MOVE    ZERO        TO  JRNL-A-TOLL.
           MOVE    ZERO        TO  JRNL-B-XADDR-COUNT.
           MOVE    ZERO        TO  JRNL-A-XADDR-COUNT.
      **************************************************************************
       420-RESTORE-JOURNAL     SECTION.
           MOVE    JW-REC      TO  JRNL-REC.
           WRITE   JRNL-REC.
           PERFORM 421-READ-JRNL-WORK.
      **************************************************************************
       421-READ-JRNL-WORK      SECTION.
           READ    JRNL-WORK
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
      *    スナップショットから対象会員の行を取り除く。
       500-PURGE-SNAPSHOT      SECTION.
           MOVE    3           TO  WRK-FILE.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               SNAPSHOT-FILE.
           OPEN    OUTPUT
               SNAP-WORK.
           PERFORM 501-READ-SNAPSHOT.
           PERFORM 510-COPY-SNAPSHOT
                   UNTIL   FLG-EOF-YES.
           CLOSE   SNAPSHOT-FILE.
           CLOSE   SNAP-WORK.
           IF      FT-REMOVED (WRK-FILE)   >   ZERO
                   AND FLG-TRIAL-NO
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   SNAP-WORK
               OPEN    OUTPUT
                   SNAPSHOT-FILE
               PERFORM 521-READ-SNAP-WORK
               PERFORM 520-RESTORE-SNAPSHOT
                       UNTIL   FLG-EOF-YES
               CLOSE   SNAP-WORK
               CLOSE   SNAPSHOT-FILE
           END-IF.
      **************************************************************************
       501-READ-SNAPSHOT       SECTION.
           READ    SNAPSHOT-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       510-COPY-SNAPSHOT       SECTION.
           ADD     1           TO  FT-BEFORE (WRK-FILE).
           MOVE    SNAP-NAME   TO  WRK-CUR-NAME.
           PERFORM 710-FIND-MEMBER.
           IF      FLG-FOUND-YES
               ADD     1           TO  FT-REMOVED (WRK-FILE)
               ADD     1           TO  PG-FILE-COUNT (PG-IX WRK-FILE)
           ELSE
               ADD     1           TO  FT-AFTER (WRK-FILE)
               MOVE    SNAP-REC    TO  SW-REC
               WRITE   SW-REC
           END-IF.
           PERFORM 501-READ-SNAPSHOT.
      **************************************************************************
       520-RESTORE-SNAPSHOT    SECTION.
           MOVE    SW-REC      TO  SNAP-REC.
           WRITE   SNAP-REC.
           PERFORM 521-READ-SNAP-WORK.
      **************************************************************************
       521-READ-SNAP-WORK      SECTION.
           READ    SNAP-WORK
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
      *    適用履歴・統合履歴（WRK-HIST-NAME）から対象会員の行を
      *    取り除く。
       600-PURGE-HISTORY       SECTION.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               HISTORY-FILE.
           OPEN    OUTPUT
               HIST-WORK.
           PERFORM 601-READ-HISTORY.
           PERFORM 610-COPY-HISTORY
                   UNTIL   FLG-EOF-YES.
           CLOSE   HISTORY-FILE.
           CLOSE   HIST-WORK.
           IF      FT-REMOVED (WRK-FILE)   >   ZERO
                   AND FLG-TRIAL-NO
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   HIST-WORK
               OPEN    OUTPUT
                   HISTORY-FILE
               PERFORM 621-READ-HIST-WORK
               PERFORM 620-RESTORE-HISTORY
                       UNTIL   FLG-EOF-YES
               CLOSE   HIST-WORK
               CLOSE   HISTORY-FILE
           END-IF.
      **************************************************************************
       601-READ-HISTORY        SECTION.
           READ    HISTORY-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       610-COPY-HISTORY        SECTION.
           ADD     1           TO  FT-BEFORE (WRK-FILE).
           MOVE    HIST-NAME   TO  WRK-CUR-NAME.
           PERFORM 710-FIND-MEMBER.
           IF      FLG-FOUND-YES
               ADD     1           TO  FT-REMOVED (WRK-FILE)
               ADD     1           TO  PG-FILE-COUNT (PG-IX WRK-FILE)
           ELSE
               ADD     1           TO  FT-AFTER (WRK-FILE)
               MOVE    HIST-REC    TO  HW-REC
               WRITE   HW-REC
           END-IF.
           PERFORM 601-READ-HISTORY.
      **************************************************************************
       620-RESTORE-HISTORY     SECTION.
           MOVE    HW-REC      TO  HIST-REC.
           WRITE   HIST-REC.
           PERFORM 621-READ-HIST-WORK.
      **************************************************************************
       621-READ-HIST-WORK      SECTION.
           READ    HIST-WORK
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
      *    消去証明書。会員ごとの参照番号（名前は刷らない）とファイル
      *    ごとの件数、ファイル別の前後件数、署名欄。
       700-PRINT-CERTIFICATE   SECTION.
           OPEN    OUTPUT
               REPORT-FILE.
           MOVE    WRK-DATE    TO  EDT-HD-DATE.
           MOVE    WRK-YEARS   TO  EDT-HD-YEARS.
           MOVE    WRK-CUTOFF  TO  EDT-HD-CUTOFF.
           IF      FLG-TRIAL-YES
               MOVE   '*** TRIAL RUN ***'  TO  EDT-HD-TRIAL
           ELSE
               MOVE    SPACES      TO  EDT-HD-TRIAL
           END-IF.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           IF      FLG-TRIAL-YES
               MOVE    EDT-TRIAL-NOTE  TO  REPORT-REC
               WRITE   REPORT-REC
               MOVE    SPACES      TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE    EDT-MB-HEAD TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM VARYING PG-IX FROM 1 BY 1
                   UNTIL   PG-IX   >   PURGE-COUNT
               PERFORM 720-PRINT-MEMBER
           END-PERFORM.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    PURGE-COUNT TO  EDT-CT-PURGED.
           MOVE    CNT-ON-FILE TO  EDT-CT-ON-FILE.
           MOVE    CNT-DEFERRED    TO  EDT-CT-DEFER.
           MOVE    EDT-COUNTS  TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-FL-HEAD TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   5
               MOVE    FT-NAME (WRK-SUB)       TO  EDT-FL-NAME
               MOVE    FT-BEFORE (WRK-SUB)     TO  EDT-FL-BEFORE
               MOVE    FT-REMOVED (WRK-SUB)    TO  EDT-FL-REMOVED
               MOVE    FT-ANON (WRK-SUB)       TO  EDT-FL-ANON
               MOVE    FT-AFTER (WRK-SUB)      TO  EDT-FL-AFTER
               MOVE    EDT-FILE    TO  REPORT-REC
               WRITE   REPORT-REC
           END-PERFORM.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-SIGN    TO  REPORT-REC.
           WRITE   REPORT-REC.
           CLOSE   REPORT-FILE.
      **************************************************************************
      *    WRK-CUR-NAME が消す会員なら FLG-FOUND-YES と PG-IX を返す。
       710-FIND-MEMBER         SECTION.
           SET     FLG-FOUND-NO    TO  TRUE.
           SEARCH  ALL PURGE-ENTRY
               AT  END
                   CONTINUE
               WHEN    PG-NAME (PG-IX) =   WRK-CUR-NAME
                   SET     FLG-FOUND-YES   TO  TRUE
           END-SEARCH.
      **************************************************************************
       720-PRINT-MEMBER        SECTION.
           MOVE    SPACES      TO  EDT-MEMBER.
           MOVE    PG-TOKEN (PG-IX)    TO  EDT-MB-TOKEN.
           MOVE    PG-DEL-DATE (PG-IX) TO  EDT-MB-DATE.
           MOVE    PG-HOME (PG-IX)     TO  EDT-MB-HOME.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   5
               MOVE    PG-FILE-COUNT (PG-IX WRK-SUB)
                   TO  EDT-MB-COUNT (WRK-SUB)
           END-PERFORM.
           MOVE    EDT-MEMBER  TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       090-FINISH              SECTION.
           PERFORM 013-CLEAR-QUIESCE.
           IF      CNT-DEFERRED    >   ZERO
               DISPLAY '*** ADRSPURG: '  CNT-DEFERRED
                       ' MORE MEMBERS DUE - RUN AGAIN TO PURGE THEM'
                   UPON    CONSOLE
               MOVE    4           TO  RETURN-CODE
           END-IF.
           MOVE    PURGE-COUNT TO  WRK-SUM-PURGED.
           MOVE    CNT-ON-FILE TO  WRK-SUM-ON-FILE.
           MOVE    CNT-DEFERRED    TO  WRK-SUM-DEFER.
           DISPLAY '*** ADRSPURG SUMMARY  CUTOFF='  WRK-CUTOFF
                   '  PURGED='  WRK-SUM-PURGED
                   '  ON-FILE='  WRK-SUM-ON-FILE
                   '  DEFERRED='  WRK-SUM-DEFER
               UPON    CONSOLE.
           IF      FLG-TRIAL-YES
               DISPLAY '*** ADRSPURG: TRIAL RUN - NO FILE CHANGED'
                   UPON    CONSOLE
           END-IF.
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
               DISPLAY '*** ADRSPURG: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 900-STOP
           END-IF.
      **************************************************************************
      *    異常終了。静止指示を置いていれば外してから止める。
       900-STOP                SECTION.
           IF      FLG-QUIESCE-SET-YES
               PERFORM 013-CLEAR-QUIESCE
           END-IF.
           MOVE    16          TO  RETURN-CODE.
           STOP    RUN.
