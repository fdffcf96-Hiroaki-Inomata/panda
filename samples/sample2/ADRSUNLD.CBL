       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSUNLD.
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
      *   コンポーネント名：住所録全件退避バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * ADRS の全行を ADR-XADDR・郵便番号まで含めて日付入りの全件退避
      * ファイル adrsbkup.実行番号 へ書き出すバッチ。adrscsv や
      * 削除退避 adrsarch は一部の項目・一部の行しか持たないので、
      * 住所録そのものを失ったときの戻し先はこの全件退避になる。
      * 先頭のヘッダに退避日時を、末尾のトレーラに件数を置く。
      * 書き出しの間は静止指示ファイル quiesce を置いてオンライン保守
      * を待たせ、退避日時より後の変更が必ず chgjrnl 側に載るように
      * する。SAMPLEB の更新パス中（quiesce が既に在る）は実行しない。
      * 退避からの時点回復は ADRSRCOV が行う。
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
      *    SAMPLEB が更新パスの間だけ置く静止指示ファイル。在れば
      *    退避しない。無ければ退避の間だけ自分で置く。
           SELECT  QUIESCE-FILE
               ASSIGN  TO  "quiesce"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-QUIESCE-STATUS.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  BACKUP-FILE.
       COPY    ADRSBKUP.
       FD  QUIESCE-FILE.
       01  QUIESCE-REC.
           02  QU-RUN-ID       PIC X(14).
           02  QU-CR           PIC X.
       WORKING-STORAGE         SECTION.
       01  WRK-BKUP-STATUS     PIC XX.
       01  WRK-QUIESCE-STATUS  PIC XX.
       01  WRK-BKUP-NAME       PIC X(24).
       01  WRK-QUIESCE-NAME    PIC X(8)    VALUE 'quiesce'.
       01  WRK-DEL-RC          PIC S9(9)   BINARY.
       01  GEN.
           02  GEN-RUN-ID      PIC X(14).
       01  GEN-STAMP.
           02  GEN-DATE        PIC 9(8).
           02  GEN-DATE-X      REDEFINES  GEN-DATE    PIC X(8).
           02  GEN-TIME        PIC 9(8).
           02  GEN-TIME-X      REDEFINES  GEN-TIME    PIC X(8).
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-QUIESCE PIC 9.
               88  FLG-QUIESCE-YES     VALUE 1.
               88  FLG-QUIESCE-NO      VALUE 0.
           02  FLG-QUIESCE-SET PIC 9.
               88  FLG-QUIESCE-SET-YES VALUE 1.
               88  FLG-QUIESCE-SET-NO  VALUE 0.
       01  CNT-UNLOADED    PIC S9(9)   BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-UNLOADED    PIC ZZZ,ZZZ,ZZ9.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       01  PARA.
           02  FILLER          PIC X(256).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSUNLD'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 100-UNLOAD-ROW
                   UNTIL   FLG-EOF-YES.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    ZERO        TO  CNT-UNLOADED.
           SET     FLG-QUIESCE-SET-NO  TO  TRUE.
           PERFORM 700-CHECK-QUIESCE.
           IF      FLG-QUIESCE-YES
               DISPLAY '*** ADRSUNLD: QUIESCED FOR BATCH - TRY AGAIN'
                       ' LATER'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           PERFORM 011-BUILD-RUN-ID.
           PERFORM 012-SET-QUIESCE.
           OPEN    OUTPUT
               BACKUP-FILE.
           IF      WRK-BKUP-STATUS NOT =   '00'
               DISPLAY '*** ADRSUNLD: CANNOT OPEN '  WRK-BKUP-NAME
                       '  STATUS='  WRK-BKUP-STATUS
                   UPON    CONSOLE
               PERFORM 013-CLEAR-QUIESCE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           MOVE    SPACES      TO  BKUP-HDR-REC.
           MOVE   '*HEADER*'   TO  BH-ID.
           MOVE    GEN-RUN-ID  TO  BH-RUN-ID.
           MOVE    GEN-DATE    TO  BH-DATE.
           MOVE    GEN-TIME-X (1 : 6)  TO  BH-TIME.
           MOVE   X'0d'        TO  BH-CR.
           WRITE   BKUP-HDR-REC.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
      *    全 HOME グループを ADRSMAIL パスのワイルドカードで選ぶ。
           INITIALIZE  ADRS.
           MOVE   '%'          TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
      *    実行番号は日付時刻 14 桁。退避ファイル名はこの番号を付けた
      *    世代別とし、前回の退避を上書きしない。
       011-BUILD-RUN-ID        SECTION.
           ACCEPT  GEN-DATE    FROM    DATE YYYYMMDD.
           ACCEPT  GEN-TIME    FROM    TIME.
           MOVE    SPACES      TO  GEN-RUN-ID.
           STRING  GEN-DATE-X          DELIMITED  SIZE
                   GEN-TIME-X (1 : 6)  DELIMITED  SIZE
               INTO    GEN-RUN-ID
           END-STRING.
           MOVE    SPACES      TO  WRK-BKUP-NAME.
           STRING 'adrsbkup.'      DELIMITED  SIZE
                   GEN-RUN-ID      DELIMITED  SIZE
               INTO    WRK-BKUP-NAME
           END-STRING.
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
               DISPLAY '*** ADRSUNLD: CANNOT REMOVE QUIESCE FILE -'
                       ' ONLINE MAINTENANCE STAYS BLOCKED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       090-FINISH              SECTION.
      *    トレーラの件数はヘッダ・トレーラ自身を含まない行数。
      *    ADRSRCOV は戻す前にこの件数と突き合わせる。
           MOVE    SPACES      TO  BKUP-TRL-REC.
           MOVE   '*TRAILER'   TO  BT-ID.
           MOVE    CNT-UNLOADED    TO  BT-COUNT.
           MOVE   X'0d'        TO  BT-CR.
           WRITE   BKUP-TRL-REC.
           CLOSE   BACKUP-FILE.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
           PERFORM 013-CLEAR-QUIESCE.
           MOVE    CNT-UNLOADED    TO  WRK-SUM-UNLOADED.
           DISPLAY '*** ADRSUNLD SUMMARY  RUN='  GEN-RUN-ID
                   '  FILE='  WRK-BKUP-NAME
                   '  UNLOADED='  WRK-SUM-UNLOADED
               UPON    CONSOLE.
      **************************************************************************
       100-UNLOAD-ROW          SECTION.
           MOVE    ADRS        TO  BKUP-ADRS.
           MOVE   X'0d'        TO  BKUP-CR.
           WRITE   BKUP-REC.
           ADD     1           TO  CNT-UNLOADED.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
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
      *    途中で止まるときも静止指示ファイルは外す。書きかけの退避
      *    ファイルにはトレーラが無いので、ADRSRCOV は受け付けない。
       820-ABORT-CHECK         SECTION.
           IF      NOT MCP-RC-OK
               DISPLAY '*** ADRSUNLD: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               IF      FLG-QUIESCE-SET-YES
                   PERFORM 013-CLEAR-QUIESCE
               END-IF
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
