       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSRCOV.
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
      *   コンポーネント名：住所録時点回復バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      *   26.10.15  ....    宛先不達印 ADR-UNDELIV も前後イメージから
      *                     組み立てて突き合わせ・適用する
      ******************************************************************
      * ADRSUNLD の全件退避 adrsbkup.実行番号 から ADRS を戻し、共有
      * 変更ジャーナル chgjrnl を操作者が指定した日時まで積み上げる
      * 時点回復バッチ。
      *   1. 退避ファイルをいったん読み通し、ヘッダとトレーラ件数が
      *      揃っていることを確かめる（揃わなければ何も触らない）
      *   2. ADRS の今の行を全件消し、退避の全行を登録し直す
      *   3. chgjrnl のうち退避日時から指定日時までの変更を順に当てる。
      *      ADRSAPLY と同じく、今の行が更新前イメージと一致するとき
      *      だけ更新・削除し、更新後イメージと一致する（退避に既に
      *      入っている）ものは ALREADY として数える。どちらとも合わ
      *      ない・行が無い・前後イメージが揃っていないものは当てずに
      *      理由付きで報告する
      * 結果は adrsrcov に 1 変更 1 行で書き、当てられなかった変更が
      * あれば終了コード 4 で知らせる。回復の間は静止指示ファイル
      * quiesce を置いてオンライン保守を待たせる。
      * バッチの変更は実行開始時刻でジャーナルに載るので、全件退避は
      * バッチの更新と重ねずに取ること。回復の後は、指定日時より後の
      * 変更がジャーナルに残ったままになるので、続けて ADRSUNLD で
      * 新しい全件退避を取る。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  BACKUP-FILE
               ASSIGN  TO  WRK-BKUP-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-BKUP-STATUS.
           SELECT  OPTIONAL  JOURNAL-FILE
               ASSIGN  TO  "chgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    SAMPLEB が更新パスの間だけ置く静止指示ファイル。在れば
      *    回復しない。無ければ回復の間だけ自分で置く。
           SELECT  QUIESCE-FILE
               ASSIGN  TO  "quiesce"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-QUIESCE-STATUS.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrsrcov"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  BACKUP-FILE.
       COPY    ADRSBKUP.
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  QUIESCE-FILE.
       01  QUIESCE-REC.
           02  QU-RUN-ID       PIC X(14).
           02  QU-CR           PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       WORKING-STORAGE         SECTION.
       01  WRK-BKUP-STATUS     PIC XX.
       01  WRK-QUIESCE-STATUS  PIC XX.
       01  WRK-BKUP-NAME       PIC X(24).
       01  WRK-QUIESCE-NAME    PIC X(8)    VALUE 'quiesce'.
       01  WRK-DEL-RC          PIC S9(9)   BINARY.
       01  WRK-RC              PIC S9(4)   BINARY.
       01  GEN.
           02  GEN-RUN-ID      PIC X(14).
       01  GEN-STAMP.
           02  GEN-DATE        PIC 9(8).
           02  GEN-DATE-X      REDEFINES  GEN-DATE    PIC X(8).
           02  GEN-TIME        PIC 9(8).
           02  GEN-TIME-X      REDEFINES  GEN-TIME    PIC X(8).
      *    積み上げる範囲。日付 8 桁＋時刻 6 桁の並びのまま比べる。
       01  WRK-FROM-STAMP.
           02  WRK-FROM-DATE   PIC 9(8).
           02  WRK-FROM-TIME   PIC 9(6).
       01  WRK-TO-STAMP.
           02  WRK-TO-DATE     PIC 9(8).
           02  WRK-TO-TIME     PIC 9(6).
       01  WRK-JR-STAMP.
           02  WRK-JR-DATE     PIC 9(8).
           02  WRK-JR-TIME     PIC 9(6).
      *    ジャーナルの前後イメージを DB-ADRS の並びに組み直したもの。
      *    今の行とそのまま比べ、そのまま書き込む。
       01  WRK-IMG-BEFORE      PIC X(268).
       01  WRK-IMG-AFTER       PIC X(268).
       01  WRK-FIND-NAME       PIC X(20).
       01  WRK-FIND-HOME       PIC X(8).
       01  WRK-TRL-COUNT       PIC 9(9).
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-BKUP-EOF    PIC 9.
               88  FLG-BKUP-EOF-YES    VALUE 1.
               88  FLG-BKUP-EOF-NO     VALUE 0.
           02  FLG-TRAILER PIC 9.
               88  FLG-TRAILER-YES     VALUE 1.
               88  FLG-TRAILER-NO      VALUE 0.
           02  FLG-JRNL-EOF    PIC 9.
               88  FLG-JRNL-EOF-YES    VALUE 1.
               88  FLG-JRNL-EOF-NO     VALUE 0.
           02  FLG-QUIESCE PIC 9.
               88  FLG-QUIESCE-YES     VALUE 1.
               88  FLG-QUIESCE-NO      VALUE 0.
           02  FLG-QUIESCE-SET PIC 9.
               88  FLG-QUIESCE-SET-YES VALUE 1.
               88  FLG-QUIESCE-SET-NO  VALUE 0.
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES       VALUE 1.
               88  FLG-FOUND-NO        VALUE 0.
       01  CNT-BKUP-ROWS   PIC S9(9)   BINARY.
       01  CNT-CLEARED     PIC S9(9)   BINARY.
       01  CNT-RELOADED    PIC S9(9)   BINARY.
       01  CNT-JRNL-READ   PIC S9(9)   BINARY.
       01  CNT-PRIOR       PIC S9(9)   BINARY.
       01  CNT-LATER       PIC S9(9)   BINARY.
       01  CNT-APPLIED     PIC S9(9)   BINARY.
       01  CNT-ALREADY     PIC S9(9)   BINARY.
       01  CNT-NOT-APPLIED PIC S9(9)   BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-RELOADED    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-APPLIED     PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-ALREADY     PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-NOT-APPLIED PIC ZZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(42)   VALUE
                 'ADRSRCOV  POINT-IN-TIME RECOVERY  BACKUP: '.
             03  EDT-HD-RUN      PIC X(14).
             03  FILLER      PIC X(9)    VALUE  '  TAKEN: '.
             03  EDT-HD-FROM-DATE    PIC 9(8).
             03  FILLER      PIC X       VALUE  ' '.
             03  EDT-HD-FROM-TIME    PIC 9(6).
             03  FILLER      PIC X(14)   VALUE  '  RECOVER TO: '.
             03  EDT-HD-TO-DATE  PIC 9(8).
             03  FILLER      PIC X       VALUE  ' '.
             03  EDT-HD-TO-TIME  PIC 9(6).
             03  FILLER      PIC X(23)   VALUE  SPACES.
           02  EDT-HEAD2.
             03  FILLER      PIC X(43)   VALUE
                 'DATE     TIME    SOURCE    RUN-ID          '.
             03  FILLER      PIC X(42)   VALUE
                 'OPERATOR  ACTION    NAME                  '.
             03  FILLER      PIC X(47)   VALUE
                 'HOME      RESULT'.
           02  EDT-DETAIL.
             03  EDT-DT-DATE     PIC 9(8).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-TIME     PIC 9(6).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-SOURCE   PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-RUN      PIC X(14).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-OPER     PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-ACTION   PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-NAME     PIC X(20).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-HOME     PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-DT-RESULT   PIC X(32).
             03  FILLER          PIC X(5)    VALUE  SPACES.
           02  EDT-TOTAL.
             03  EDT-TOT-LABEL   PIC X(24).
             03  EDT-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(97)   VALUE  SPACES.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       01  PARA.
      *    戻す全件退避の実行番号（adrsbkup. に続く 14 桁）。
           02  PARA-BKUP-RUN-ID    PIC X(14).
      *    回復する時点。時刻を省くとその日の終わりまで積み上げる。
           02  PARA-TO-DATE    PIC X(8).
           02  PARA-TO-TIME    PIC X(6).
           02  FILLER          PIC X(228).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSRCOV'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 100-VERIFY-BACKUP.
           PERFORM 020-START-RECOVERY.
           PERFORM 200-CLEAR-ADRS.
           PERFORM 300-RELOAD-BACKUP.
           PERFORM 400-ROLL-FORWARD.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    ZERO        TO  WRK-RC.
           MOVE    ZERO        TO  CNT-BKUP-ROWS.
           MOVE    ZERO        TO  CNT-CLEARED.
           MOVE    ZERO        TO  CNT-RELOADED.
           MOVE    ZERO        TO  CNT-JRNL-READ.
           MOVE    ZERO        TO  CNT-PRIOR.
           MOVE    ZERO        TO  CNT-LATER.
           MOVE    ZERO        TO  CNT-APPLIED.
           MOVE    ZERO        TO  CNT-ALREADY.
           MOVE    ZERO        TO  CNT-NOT-APPLIED.
           SET     FLG-QUIESCE-SET-NO  TO  TRUE.
           PERFORM 011-CHECK-PARAMETERS.
           PERFORM 700-CHECK-QUIESCE.
           IF      FLG-QUIESCE-YES
               DISPLAY '*** ADRSRCOV: QUIESCED FOR BATCH - TRY AGAIN'
                       ' LATER'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           ACCEPT  GEN-DATE    FROM    DATE YYYYMMDD.
           ACCEPT  GEN-TIME    FROM    TIME.
           MOVE    SPACES      TO  GEN-RUN-ID.
           STRING  GEN-DATE-X          DELIMITED  SIZE
                   GEN-TIME-X (1 : 6)  DELIMITED  SIZE
               INTO    GEN-RUN-ID
           END-STRING.
           MOVE    SPACES      TO  WRK-BKUP-NAME.
           STRING 'adrsbkup.'      DELIMITED  SIZE
                   PARA-BKUP-RUN-ID    DELIMITED  SIZE
               INTO    WRK-BKUP-NAME
           END-STRING.
      **************************************************************************
       011-CHECK-PARAMETERS    SECTION.
           IF      PARA-BKUP-RUN-ID    =   SPACES  OR  LOW-VALUES
                   OR  PARA-TO-DATE    =   SPACES  OR  LOW-VALUES
               DISPLAY '*** ADRSRCOV: BACKUP RUN-ID AND RECOVERY DATE'
                       ' REQUIRED'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           IF      PARA-TO-TIME    =   SPACES  OR  LOW-VALUES
               MOVE   '235959'     TO  PARA-TO-TIME
           END-IF.
           IF      PARA-TO-DATE    NOT NUMERIC
                   OR  PARA-TO-TIME    NOT NUMERIC
               DISPLAY '*** ADRSRCOV: RECOVERY DATE/TIME NOT NUMERIC -'
                       ' YYYYMMDD AND HHMMSS EXPECTED'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           MOVE    PARA-TO-DATE    TO  WRK-TO-DATE.
           MOVE    PARA-TO-TIME    TO  WRK-TO-TIME.
      **************************************************************************
      *    退避の確認が済んでから静止させ、ADRS に手を付ける。
       020-START-RECOVERY      SECTION.
           PERFORM 012-SET-QUIESCE.
           OPEN    OUTPUT
               REPORT-FILE.
           MOVE    PARA-BKUP-RUN-ID    TO  EDT-HD-RUN.
           MOVE    WRK-FROM-DATE   TO  EDT-HD-FROM-DATE.
           MOVE    WRK-FROM-TIME   TO  EDT-HD-FROM-TIME.
           MOVE    WRK-TO-DATE     TO  EDT-HD-TO-DATE.
           MOVE    WRK-TO-TIME     TO  EDT-HD-TO-TIME.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
      **************************************************************************
       012-SET-QUIESCE         SECTION.
           OPEN    OUTPUT
               QUIESCE-FILE.
           MOVE    GEN-RUN-ID  TO  QU-RUN-ID.
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
               DISPLAY '*** ADRSRCOV: CANNOT REMOVE QUIESCE FILE -'
                       ' ONLINE MAINTENANCE STAYS BLOCKED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       090-FINISH              SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   'BACKUP ROWS'    TO  EDT-TOT-LABEL.
           MOVE    CNT-BKUP-ROWS   TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'ROWS CLEARED'   TO  EDT-TOT-LABEL.
           MOVE    CNT-CLEARED     TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'ROWS RELOADED'  TO  EDT-TOT-LABEL.
           MOVE    CNT-RELOADED    TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'JOURNAL ENTRIES READ'   TO  EDT-TOT-LABEL.
           MOVE    CNT-JRNL-READ   TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'BEFORE BACKUP, SKIPPED' TO  EDT-TOT-LABEL.
           MOVE    CNT-PRIOR       TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'AFTER POINT, SKIPPED'   TO  EDT-TOT-LABEL.
           MOVE    CNT-LATER       TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'APPLIED'        TO  EDT-TOT-LABEL.
           MOVE    CNT-APPLIED     TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'ALREADY IN BACKUP'  TO  EDT-TOT-LABEL.
           MOVE    CNT-ALREADY     TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           MOVE   'NOT APPLIED'    TO  EDT-TOT-LABEL.
           MOVE    CNT-NOT-APPLIED TO  EDT-TOT-COUNT.
           PERFORM 091-WRITE-TOTAL.
           IF      CNT-NOT-APPLIED >   ZERO
               MOVE    4           TO  WRK-RC
           END-IF.
           MOVE    CNT-RELOADED    TO  WRK-SUM-RELOADED.
           MOVE    CNT-APPLIED     TO  WRK-SUM-APPLIED.
           MOVE    CNT-ALREADY     TO  WRK-SUM-ALREADY.
           MOVE    CNT-NOT-APPLIED TO  WRK-SUM-NOT-APPLIED.
           DISPLAY '*** ADRSRCOV SUMMARY  BACKUP='  PARA-BKUP-RUN-ID
                   '  TO='  WRK-TO-DATE  ' '  WRK-TO-TIME
                   '  RELOADED='  WRK-SUM-RELOADED
                   '  APPLIED='  WRK-SUM-APPLIED
                   '  ALREADY='  WRK-SUM-ALREADY
                   '  NOT-APPLIED='  WRK-SUM-NOT-APPLIED
               UPON    CONSOLE.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
           PERFORM 013-CLEAR-QUIESCE.
      *
           CLOSE
               REPORT-FILE.
           MOVE    WRK-RC      TO  RETURN-CODE.
      **************************************************************************
       091-WRITE-TOTAL         SECTION.
           MOVE    EDT-TOTAL   TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    退避ファイルを読み通して、ヘッダ・トレーラ・件数を確かめる。
      *    書きかけ（トレーラ無し）や件数違いの退避では ADRS を消さない。
       100-VERIFY-BACKUP       SECTION.
           OPEN    INPUT
               BACKUP-FILE.
           IF      WRK-BKUP-STATUS NOT =   '00'
               DISPLAY '*** ADRSRCOV: CANNOT OPEN '  WRK-BKUP-NAME
                       '  STATUS='  WRK-BKUP-STATUS
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           SET     FLG-BKUP-EOF-NO TO  TRUE.
           PERFORM 101-READ-BACKUP.
           IF      FLG-BKUP-EOF-YES
                   OR  BH-ID   NOT =   '*HEADER*'
               DISPLAY '*** ADRSRCOV: NO HEADER IN '  WRK-BKUP-NAME
                       ' - NOT A FULL BACKUP, NOTHING CHANGED'
                   UPON    CONSOLE
               CLOSE   BACKUP-FILE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           MOVE    BH-DATE     TO  WRK-FROM-DATE.
           MOVE    BH-TIME     TO  WRK-FROM-TIME.
           IF      WRK-TO-STAMP    <   WRK-FROM-STAMP
               DISPLAY '*** ADRSRCOV: RECOVERY POINT IS BEFORE THE'
                       ' BACKUP WAS TAKEN - USE AN OLDER BACKUP'
                   UPON    CONSOLE
               CLOSE   BACKUP-FILE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           SET     FLG-TRAILER-NO  TO  TRUE.
           PERFORM 101-READ-BACKUP.
           PERFORM 110-COUNT-BACKUP-ROW
                   UNTIL   FLG-BKUP-EOF-YES.
           CLOSE   BACKUP-FILE.
           IF      FLG-TRAILER-NO
                   OR  WRK-TRL-COUNT   NOT =   CNT-BKUP-ROWS
               DISPLAY '*** ADRSRCOV: BACKUP '  WRK-BKUP-NAME
                       ' INCOMPLETE OR OUT OF BALANCE WITH ITS TRAILER'
                       ' - NOTHING CHANGED'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
      **************************************************************************
      *    トレーラを読んだ所で終わりとする。
       101-READ-BACKUP         SECTION.
           READ    BACKUP-FILE
               AT  END
                   SET     FLG-BKUP-EOF-YES    TO  TRUE
               NOT AT  END
                   IF      BT-ID   =   '*TRAILER'
                       SET     FLG-TRAILER-YES     TO  TRUE
                       MOVE    BT-COUNT    TO  WRK-TRL-COUNT
                       SET     FLG-BKUP-EOF-YES    TO  TRUE
                   END-IF
           END-READ.
      **************************************************************************
       110-COUNT-BACKUP-ROW    SECTION.
           ADD     1           TO  CNT-BKUP-ROWS.
           PERFORM 101-READ-BACKUP.
      **************************************************************************
      *    今の行を全件消す。ADRSMAIL パスの全グループ選択で読みながら
      *    カレント行を削除する（SAMPLEB の削除ルールと同じ使い方）。
       200-CLEAR-ADRS          SECTION.
           INITIALIZE  ADRS.
           MOVE   '%'          TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
           PERFORM 210-DELETE-ROW
                   UNTIL   FLG-EOF-YES.
      **************************************************************************
       210-DELETE-ROW          SECTION.
           PERFORM 800-DBDELETE-ADRS.
           PERFORM 820-ABORT-CHECK.
           ADD     1           TO  CNT-CLEARED.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
       300-RELOAD-BACKUP       SECTION.
           OPEN    INPUT
               BACKUP-FILE.
           SET     FLG-BKUP-EOF-NO TO  TRUE.
           PERFORM 101-READ-BACKUP.
           PERFORM 101-READ-BACKUP.
           PERFORM 310-INSERT-ROW
                   UNTIL   FLG-BKUP-EOF-YES.
           CLOSE   BACKUP-FILE.
      **************************************************************************
       310-INSERT-ROW          SECTION.
           MOVE    BKUP-ADRS   TO  ADRS.
           IF      ADR-XADDR-COUNT NOT NUMERIC
                   OR  ADR-XADDR-COUNT > 2
               MOVE    ZERO        TO  ADR-XADDR-COUNT
           END-IF.
           PERFORM 800-DBINSERT-ADRS.
           PERFORM 820-ABORT-CHECK.
           ADD     1           TO  CNT-RELOADED.
           PERFORM 101-READ-BACKUP.
      **************************************************************************
      *    ジャーナルは追記順に読む。退避日時より前は退避に入って
      *    いるので数えるだけ、指定日時より後は当てない。
       400-ROLL-FORWARD        SECTION.
           MOVE    EDT-HEAD2   TO  REPORT-REC.
           WRITE   REPORT-REC.
           OPEN    INPUT
               JOURNAL-FILE.
           SET     FLG-JRNL-EOF-NO TO  TRUE.
           PERFORM 401-READ-JOURNAL.
           PERFORM 410-ROLL-ONE-ENTRY
                   UNTIL   FLG-JRNL-EOF-YES.
           CLOSE   JOURNAL-FILE.
      **************************************************************************
       401-READ-JOURNAL        SECTION.
           READ    JOURNAL-FILE
               AT  END
                   SET     FLG-JRNL-EOF-YES    TO  TRUE
           END-READ.
      **************************************************************************
       410-ROLL-ONE-ENTRY      SECTION.
           ADD     1           TO  CNT-JRNL-READ.
           MOVE    JRNL-DATE   TO  WRK-JR-DATE.
           MOVE    JRNL-TIME   TO  WRK-JR-TIME.
           IF      WRK-JR-STAMP    <   WRK-FROM-STAMP
               ADD     1           TO  CNT-PRIOR
           ELSE
               IF      WRK-JR-STAMP    >   WRK-TO-STAMP
                   ADD     1           TO  CNT-LATER
               ELSE
                   PERFORM 420-APPLY-ENTRY
                   PERFORM 490-WRITE-DETAIL
               END-IF
           END-IF.
           PERFORM 401-READ-JOURNAL.
      **************************************************************************
      *    TOLL・XADDR・郵便番号の前後イメージが揃っていない変更は、
      *    当てると行の一部を失うので当てない。
       420-APPLY-ENTRY         SECTION.
           IF      JRNL-B-TOLL NOT NUMERIC
                   OR  JRNL-A-TOLL NOT NUMERIC
                   OR  JRNL-B-XADDR-COUNT  NOT NUMERIC
                   OR  JRNL-A-XADDR-COUNT  NOT NUMERIC
               ADD     1           TO  CNT-NOT-APPLIED
               MOVE   '*NOT APPLIED: NO FULL IMAGE'
                                       TO  EDT-DT-RESULT
           ELSE
               PERFORM 430-BUILD-IMAGES
               EVALUATE    TRUE
                   WHEN    JRNL-ACTION-ADD
                       PERFORM 440-APPLY-ADD
                   WHEN    JRNL-ACTION-CHANGE
                       PERFORM 450-APPLY-CHANGE
                   WHEN    JRNL-ACTION-DELETE
                       PERFORM 460-APPLY-DELETE
                   WHEN    OTHER
                       ADD     1           TO  CNT-NOT-APPLIED
                       MOVE   '*NOT APPLIED: BAD ACTION CODE'
                                               TO  EDT-DT-RESULT
               END-EVALUATE
           END-IF.
      **************************************************************************
       430-BUILD-IMAGES        SECTION.
           INITIALIZE  ADRS.
           MOVE    JRNL-NAME       TO  ADR-NAME.
           MOVE    JRNL-B-TEL      TO  ADR-TEL.
           MOVE    JRNL-B-HOME     TO  ADR-HOME.
           MOVE    JRNL-B-TOLL     TO  ADR-TOLL.
           MOVE    JRNL-B-WEIGHT   TO  ADR-WEIGHT.
           MOVE    JRNL-B-ADDRESS (1)  TO  ADR-ADDRESS (1).
           MOVE    JRNL-B-ADDRESS (2)  TO  ADR-ADDRESS (2).
           MOVE    JRNL-B-ADDRESS (3)  TO  ADR-ADDRESS (3).
           MOVE    JRNL-B-XADDR-COUNT  TO  ADR-XADDR-COUNT.
           MOVE    JRNL-B-XADDR-ENTRY (1)  TO  ADR-XADDR-ENTRY (1).
           MOVE    JRNL-B-XADDR-ENTRY (2)  TO  ADR-XADDR-ENTRY (2).
           MOVE    JRNL-B-POSTAL   TO  ADR-POSTAL.
           MOVE    JRNL-B-UNDELIV  TO  ADR-UNDELIV.
           MOVE    ADRS        TO  WRK-IMG-BEFORE.
           INITIALIZE  ADRS.
           MOVE    JRNL-NAME       TO  ADR-NAME.
           MOVE    JRNL-A-TEL      TO  ADR-TEL.
           MOVE    JRNL-A-HOME     TO  ADR-HOME.
           MOVE    JRNL-A-TOLL     TO  ADR-TOLL.
           MOVE    JRNL-A-WEIGHT   TO  ADR-WEIGHT.
           MOVE    JRNL-A-ADDRESS (1)  TO  ADR-ADDRESS (1).
           MOVE    JRNL-A-ADDRESS (2)  TO  ADR-ADDRESS (2).
           MOVE    JRNL-A-ADDRESS (3)  TO  ADR-ADDRESS (3).
           MOVE    JRNL-A-XADDR-COUNT  TO  ADR-XADDR-COUNT.
           MOVE    JRNL-A-XADDR-ENTRY (1)  TO  ADR-XADDR-ENTRY (1).
           MOVE    JRNL-A-XADDR-ENTRY (2)  TO  ADR-XADDR-ENTRY (2).
           MOVE    JRNL-A-POSTAL   TO  ADR-POSTAL.
           MOVE    JRNL-A-UNDELIV  TO  ADR-UNDELIV.
           MOVE    ADRS        TO  WRK-IMG-AFTER.
      **************************************************************************
      *    登録。同じ HOME＋名前の行が既に在れば、更新後イメージと同じ
      *    なら退避に入っていた分、違えば当てない。
       440-APPLY-ADD           SECTION.
           MOVE    JRNL-NAME   TO  WRK-FIND-NAME.
           MOVE    JRNL-A-HOME TO  WRK-FIND-HOME.
           PERFORM 710-FIND-ROW-BY-NAME.
           IF      FLG-FOUND-YES
               IF      ADRS    =   WRK-IMG-AFTER
                   ADD     1           TO  CNT-ALREADY
                   MOVE   'ALREADY IN BACKUP'  TO  EDT-DT-RESULT
               ELSE
                   ADD     1           TO  CNT-NOT-APPLIED
                   MOVE   '*NOT APPLIED: ROW ALREADY EXISTS'
                                           TO  EDT-DT-RESULT
               END-IF
           ELSE
               MOVE    WRK-IMG-AFTER   TO  ADRS
               PERFORM 800-DBINSERT-ADRS
               PERFORM 820-ABORT-CHECK
               ADD     1           TO  CNT-APPLIED
               MOVE   'APPLIED'    TO  EDT-DT-RESULT
           END-IF.
      **************************************************************************
      *    変更。更新前の HOME で引き当て、今の行が更新前イメージと
      *    一致するときだけ更新後イメージで書き換える。HOME の付け替え
      *    が退避に入っていた場合は更新後の HOME で見つかる。
       450-APPLY-CHANGE        SECTION.
           MOVE    JRNL-NAME   TO  WRK-FIND-NAME.
           MOVE    JRNL-B-HOME TO  WRK-FIND-HOME.
           PERFORM 710-FIND-ROW-BY-NAME.
           IF      FLG-FOUND-NO
                   AND JRNL-A-HOME NOT =   JRNL-B-HOME
               MOVE    JRNL-A-HOME TO  WRK-FIND-HOME
               PERFORM 710-FIND-ROW-BY-NAME
           END-IF.
           IF      FLG-FOUND-NO
               ADD     1           TO  CNT-NOT-APPLIED
               MOVE   '*NOT APPLIED: ROW NOT FOUND'
                                       TO  EDT-DT-RESULT
           ELSE
               EVALUATE    TRUE
                   WHEN    ADRS    =   WRK-IMG-AFTER
                       ADD     1           TO  CNT-ALREADY
                       MOVE   'ALREADY IN BACKUP'  TO  EDT-DT-RESULT
                   WHEN    ADRS    =   WRK-IMG-BEFORE
                       MOVE    WRK-IMG-AFTER   TO  ADRS
                       PERFORM 800-DBUPDATE-ADRS-NAME
                       PERFORM 820-ABORT-CHECK
                       ADD     1           TO  CNT-APPLIED
                       MOVE   'APPLIED'    TO  EDT-DT-RESULT
                   WHEN    OTHER
                       ADD     1           TO  CNT-NOT-APPLIED
                       MOVE   '*NOT APPLIED: ROW DIFFERS'
                                           TO  EDT-DT-RESULT
               END-EVALUATE
           END-IF.
      **************************************************************************
      *    削除。行が無ければ退避の時点で既に消えていた分。
       460-APPLY-DELETE        SECTION.
           MOVE    JRNL-NAME   TO  WRK-FIND-NAME.
           MOVE    JRNL-B-HOME TO  WRK-FIND-HOME.
           PERFORM 710-FIND-ROW-BY-NAME.
           IF      FLG-FOUND-NO
               ADD     1           TO  CNT-ALREADY
               MOVE   'ALREADY IN BACKUP'  TO  EDT-DT-RESULT
           ELSE
               IF      ADRS    =   WRK-IMG-BEFORE
                   PERFORM 800-DBDELETE-ADRS-NAME
                   PERFORM 820-ABORT-CHECK
                   ADD     1           TO  CNT-APPLIED
                   MOVE   'APPLIED'    TO  EDT-DT-RESULT
               ELSE
                   ADD     1           TO  CNT-NOT-APPLIED
                   MOVE   '*NOT APPLIED: ROW DIFFERS'
                                       TO  EDT-DT-RESULT
               END-IF
           END-IF.
      **************************************************************************
       490-WRITE-DETAIL        SECTION.
           MOVE    JRNL-DATE   TO  EDT-DT-DATE.
           MOVE    JRNL-TIME   TO  EDT-DT-TIME.
           MOVE    JRNL-SOURCE TO  EDT-DT-SOURCE.
           MOVE    JRNL-RUN-ID TO  EDT-DT-RUN.
           MOVE    JRNL-OPERATOR   TO  EDT-DT-OPER.
           EVALUATE    TRUE
               WHEN    JRNL-ACTION-ADD
                   MOVE   'ADDED'      TO  EDT-DT-ACTION
               WHEN    JRNL-ACTION-CHANGE
                   MOVE   'CHANGED'    TO  EDT-DT-ACTION
               WHEN    JRNL-ACTION-DELETE
                   MOVE   'DELETED'    TO  EDT-DT-ACTION
               WHEN    OTHER
                   MOVE    JRNL-ACTION TO  EDT-DT-ACTION
           END-EVALUATE.
           MOVE    JRNL-NAME   TO  EDT-DT-NAME.
           IF      JRNL-ACTION-DELETE
               MOVE    JRNL-B-HOME TO  EDT-DT-HOME
           ELSE
               MOVE    JRNL-A-HOME TO  EDT-DT-HOME
           END-IF.
           MOVE    EDT-DETAIL  TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    名前直引きの ADRSNAME パスで引き当てる。同じ名前の行が並ぶ
      *    ので、HOME が一致する行まで読み進める（ADRSMERG と同じ）。
      *    見つかった行はこのパスのカレントに残る。
       710-FIND-ROW-BY-NAME    SECTION.
           INITIALIZE  ADRS.
           MOVE    WRK-FIND-NAME   TO  ADR-NAME.
           PERFORM 800-DBSELECT-ADRS-NAME.
           PERFORM 820-ABORT-CHECK.
           SET     FLG-FOUND-NO    TO  TRUE.
           PERFORM 800-DBFETCH-ADRS-NAME.
           PERFORM UNTIL   FLG-FOUND-YES
                   OR  MCP-RC-EOF
               PERFORM 820-ABORT-CHECK
               IF      ADR-NAME    =   WRK-FIND-NAME
                       AND ADR-HOME    =   WRK-FIND-HOME
                   SET     FLG-FOUND-YES   TO  TRUE
               ELSE
                   PERFORM 800-DBFETCH-ADRS-NAME
               END-IF
           END-PERFORM.
      **************************************************************************
       810-CHECK-FETCH-RC      SECTION.
           IF      MCP-RC-EOF
               SET     FLG-EOF-YES     TO  TRUE
           ELSE
               SET     FLG-EOF-NO      TO  TRUE
               PERFORM 820-ABORT-CHECK
           END-IF.
      **************************************************************************
      *    静止指示ファイルが在るかどうかだけを見る。OPEN が '35'
      *    （無い）なら平常、開けたら静止中。
       700-CHECK-QUIESCE       SECTION.
           OPEN    INPUT
               QUIESCE-FILE.
           IF      WRK-QUIESCE-STATUS  =   '35'
               SET     FLG-QUIESCE-NO  TO  TRUE
           ELSE
               SET     FLG-QUIESCE-YES TO  TRUE
               CLOSE   QUIESCE-FILE
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
       800-DBSELECT-ADRS       SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
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
       800-DBDELETE-ADRS       SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBINSERT-ADRS       SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
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
       800-DBUPDATE-ADRS-NAME  SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBDELETE-ADRS-NAME  SECTION.
           MOVE   'DBDELETE'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME  TO  MCP-PATH.
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
      *    途中で止まるときも静止指示ファイルは外す。
       820-ABORT-CHECK         SECTION.
           IF      NOT MCP-RC-OK
               DISPLAY '*** ADRSRCOV: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               IF      FLG-QUIESCE-SET-YES
                   PERFORM 013-CLEAR-QUIESCE
               END-IF
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
