       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSHMNT.
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
      *   コンポーネント名：HOME マスタ保守トランザクション
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * HOME（事務所）マスタ homemast を端末から登録／変更／閉鎖／再開
      * ／照会するオンライントランザクション。呼出通信領域は ADRSHCOM、
      * AH-FUNC でオペレーションを選ぶ。マスタは 1 事務所 1 レコードの
      * 順ファイルなので、登録は末尾へ追記、変更・閉鎖・再開は該当
      * レコードまで読んで書き戻す。会員の残っている事務所は閉鎖させ
      * ない（先に ADRSXFER で移管する。移管で空になった旧事務所は
      * ADRSXFER が自分で閉鎖にする）。SAMPLEB の更新パス中は
      * ADRSMNT と同じく静止指示ファイルに従い、照会だけ通す。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    SAMPLEB が更新パスの間だけ置く静止指示ファイル。存在すれば
      *    保守（登録・変更・閉鎖・再開）を断り、照会だけ通す。
           SELECT  QUIESCE-FILE
               ASSIGN  TO  "quiesce"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-QUIESCE-STATUS.
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-HOME-STATUS.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  QUIESCE-FILE.
       01  QUIESCE-REC.
           02  QU-RUN-ID       PIC X(14).
           02  QU-CR           PIC X.
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  WRK-ADDR-SUB        PIC S9(4)   BINARY.
       01  WRK-QUIESCE-STATUS  PIC XX.
       01  WRK-HOME-STATUS     PIC XX.
       01  WRK-TALLY           PIC S9(9)   BINARY.
      *    見つけた（書いた）マスタレコードの控え。CLOSE の後の
      *    HOME-REC は当てにできないので、返答はここから組み立てる。
       01  WRK-HM.
           02  WRK-HM-HOME     PIC X(8).
           02  WRK-HM-NAME     PIC X(20).
           02  WRK-HM-ADDRESS  OCCURS  3  TIMES
                               PIC X(20).
           02  WRK-HM-POSTAL   PIC X(8).
           02  WRK-HM-TEL      PIC X(13).
           02  WRK-HM-PERSON   PIC X(20).
           02  WRK-HM-STATUS   PIC X.
           02  WRK-HM-CLOSE-DATE   PIC 9(8).
           02  WRK-HM-CR       PIC X.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  WRK-TIME        PIC 9(8).
       01  FLG.
           02  FLG-QUIESCE PIC 9.
               88  FLG-QUIESCE-YES     VALUE 1.
               88  FLG-QUIESCE-NO      VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES      VALUE 1.
               88  FLG-HM-EOF-NO       VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       COPY    ADRSHCOM.
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           ADRSHMNT-COMM.
       000-MAIN                SECTION.
           MOVE    ZERO        TO  AH-RC.
           MOVE    SPACES      TO  AH-MSG.
           PERFORM 800-DBSTART.
           IF      NOT MCP-RC-OK
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'DBSTART FAILED'    TO  AH-MSG
           ELSE
               SET     FLG-QUIESCE-NO  TO  TRUE
               IF      AH-FUNC-ADD
                       OR  AH-FUNC-CHANGE
                       OR  AH-FUNC-CLOSE
                       OR  AH-FUNC-REOPEN
                   PERFORM 700-CHECK-QUIESCE
               END-IF
               IF      FLG-QUIESCE-YES
                   SET     AH-RC-QUIESCE   TO  TRUE
                   MOVE   'QUIESCED FOR BATCH - TRY AGAIN LATER'
                                           TO  AH-MSG
               ELSE
                   EVALUATE    TRUE
                       WHEN    AH-FUNC-ADD
                           PERFORM 200-ADD-HOME
                       WHEN    AH-FUNC-CHANGE
                       WHEN    AH-FUNC-CLOSE
                       WHEN    AH-FUNC-REOPEN
                           PERFORM 300-UPDATE-HOME
                       WHEN    AH-FUNC-INQUIRY
                           PERFORM 500-INQUIRY-HOME
                       WHEN    OTHER
                           SET     AH-RC-ERROR     TO  TRUE
                           MOVE   'INVALID FUNCTION CODE'  TO  AH-MSG
                   END-EVALUATE
               END-IF
               PERFORM 800-DBCOMMIT
           END-IF.
           GOBACK.
      **************************************************************************
      *    符号は ADRSXFER と同じ規則（空白・% 入りは不可）で検査し、
      *    既に在る符号は二重登録させない。新規の事務所は開設中で
      *    登録する。
       200-ADD-HOME             SECTION.
           MOVE    ZERO        TO  WRK-TALLY.
           INSPECT AH-HOME
               TALLYING    WRK-TALLY   FOR  ALL  '%'.
           IF      AH-HOME     =   SPACES  OR  LOW-VALUES
                   OR  WRK-TALLY   >   ZERO
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'HOME CODE BLANK OR CONTAINS WILDCARD'
                                       TO  AH-MSG
           ELSE
               IF      AH-NAME     =   SPACES  OR  LOW-VALUES
                   SET     AH-RC-ERROR     TO  TRUE
                   MOVE   'OFFICE NAME REQUIRED'   TO  AH-MSG
               ELSE
                   PERFORM 710-FIND-HOME
                   IF      FLG-HOME-FOUND-YES
                       SET     AH-RC-DUPLICATE TO  TRUE
                       MOVE   'HOME CODE ALREADY ON MASTER'
                                               TO  AH-MSG
                   ELSE
                       PERFORM 210-WRITE-NEW-HOME
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       210-WRITE-NEW-HOME       SECTION.
           OPEN    EXTEND
               HOME-FILE.
           IF      WRK-HOME-STATUS NOT =   '00'
                   AND WRK-HOME-STATUS NOT =   '05'
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'HOME MASTER OPEN FAILED'    TO  AH-MSG
           ELSE
               MOVE    SPACES      TO  HOME-REC
               MOVE    AH-HOME     TO  HM-HOME
               PERFORM 220-MOVE-AH-TO-HM
               SET     HM-STATUS-OPEN  TO  TRUE
               MOVE    ZERO        TO  HM-CLOSE-DATE
               MOVE   X'0d'        TO  HM-CR
               WRITE   HOME-REC
               IF      WRK-HOME-STATUS =   '00'
                   SET     AH-RC-OK        TO  TRUE
                   MOVE   'HOME OFFICE ADDED'  TO  AH-MSG
                   MOVE    HOME-REC    TO  WRK-HM
                   PERFORM 230-MOVE-HM-TO-AH
                   PERFORM 240-LOG-UPDATE
               ELSE
                   SET     AH-RC-ERROR     TO  TRUE
                   MOVE   'HOME MASTER WRITE FAILED'   TO  AH-MSG
               END-IF
               CLOSE   HOME-FILE
           END-IF.
      **************************************************************************
      *    変更・閉鎖・再開はマスタを I-O で開き、該当レコードまで
      *    読んでその場で書き戻す。マスタが無いときに I-O で空の
      *    マスタを作ってしまわないよう、先に読むだけで在否を見る。
       300-UPDATE-HOME          SECTION.
           PERFORM 710-FIND-HOME.
           IF      FLG-HOME-FOUND-NO
               SET     AH-RC-NOTFOUND  TO  TRUE
               MOVE   'HOME CODE NOT ON MASTER'    TO  AH-MSG
           ELSE
               PERFORM 305-REREAD-HOME
           END-IF.
      **************************************************************************
      *    開けなければ読まずに断る（読込みが AT END にならず回り
      *    続けてトランザクションが返らなくなるのを防ぐ）。
       305-REREAD-HOME          SECTION.
           OPEN    I-O
               HOME-FILE.
           IF      WRK-HOME-STATUS NOT =   '00'
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'HOME MASTER OPEN FAILED'    TO  AH-MSG
           ELSE
               SET     FLG-HOME-FOUND-NO   TO  TRUE
               SET     FLG-HM-EOF-NO       TO  TRUE
               PERFORM 720-READ-HOME
               PERFORM UNTIL   FLG-HM-EOF-YES
                       OR  FLG-HOME-FOUND-YES
                   IF      HM-HOME =   AH-HOME
                       SET     FLG-HOME-FOUND-YES  TO  TRUE
                   ELSE
                       PERFORM 720-READ-HOME
                   END-IF
               END-PERFORM
               IF      FLG-HOME-FOUND-NO
                   SET     AH-RC-ERROR     TO  TRUE
                   MOVE   'HOME MASTER REREAD FAILED'  TO  AH-MSG
               ELSE
                   EVALUATE    TRUE
                       WHEN    AH-FUNC-CHANGE
                           PERFORM 310-CHANGE-HOME
                       WHEN    AH-FUNC-CLOSE
                           PERFORM 320-CLOSE-HOME
                       WHEN    AH-FUNC-REOPEN
                           PERFORM 330-REOPEN-HOME
                   END-EVALUATE
               END-IF
               CLOSE   HOME-FILE
           END-IF.
      **************************************************************************
      *    事務所名・連絡先・担当者だけを書き換える。開設／閉鎖の別は
      *    閉鎖（X）と再開（R）でしか動かさない。
       310-CHANGE-HOME          SECTION.
           IF      AH-NAME     =   SPACES  OR  LOW-VALUES
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'OFFICE NAME REQUIRED'   TO  AH-MSG
           ELSE
               PERFORM 220-MOVE-AH-TO-HM
               PERFORM 340-REWRITE-HOME
               IF      AH-RC-OK
                   MOVE   'HOME OFFICE UPDATED'    TO  AH-MSG
               END-IF
           END-IF.
      **************************************************************************
      *    会員が 1 人でも残っていれば閉鎖させない。閉鎖日は指定が
      *    あればその日、無ければ当日。
       320-CLOSE-HOME           SECTION.
           IF      HM-STATUS-CLOSED
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'HOME OFFICE ALREADY CLOSED' TO  AH-MSG
           ELSE
               INITIALIZE  ADRS
               MOVE    AH-HOME     TO  ADR-HOME
               PERFORM 800-DBSELECT-ADRS
               PERFORM 800-DBFETCH-ADRS
               IF      MCP-RC-OK
                   SET     AH-RC-INUSE     TO  TRUE
                   MOVE   'MEMBERS REMAIN - TRANSFER THEM FIRST'
                                           TO  AH-MSG
               ELSE
                   IF      NOT MCP-RC-EOF
                       SET     AH-RC-ERROR     TO  TRUE
                       MOVE   'DBFETCH FAILED'     TO  AH-MSG
                   ELSE
                       SET     HM-STATUS-CLOSED    TO  TRUE
                       IF      AH-CLOSE-DATE   NUMERIC
                               AND AH-CLOSE-DATE   >   ZERO
                           MOVE    AH-CLOSE-DATE   TO  HM-CLOSE-DATE
                       ELSE
                           ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD
                           MOVE    WRK-DATE    TO  HM-CLOSE-DATE
                       END-IF
                       PERFORM 340-REWRITE-HOME
                       IF      AH-RC-OK
                           MOVE   'HOME OFFICE CLOSED' TO  AH-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       330-REOPEN-HOME          SECTION.
           IF      HM-STATUS-OPEN
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'HOME OFFICE ALREADY OPEN'   TO  AH-MSG
           ELSE
               SET     HM-STATUS-OPEN  TO  TRUE
               MOVE    ZERO        TO  HM-CLOSE-DATE
               PERFORM 340-REWRITE-HOME
               IF      AH-RC-OK
                   MOVE   'HOME OFFICE REOPENED'   TO  AH-MSG
               END-IF
           END-IF.
      **************************************************************************
       340-REWRITE-HOME         SECTION.
           REWRITE HOME-REC.
           IF      WRK-HOME-STATUS =   '00'
               SET     AH-RC-OK        TO  TRUE
               MOVE    HOME-REC    TO  WRK-HM
               PERFORM 230-MOVE-HM-TO-AH
               PERFORM 240-LOG-UPDATE
           ELSE
               SET     AH-RC-ERROR     TO  TRUE
               MOVE   'HOME MASTER REWRITE FAILED' TO  AH-MSG
           END-IF.
      **************************************************************************
       500-INQUIRY-HOME         SECTION.
           PERFORM 710-FIND-HOME.
           IF      FLG-HOME-FOUND-NO
               SET     AH-RC-NOTFOUND  TO  TRUE
               MOVE   'HOME CODE NOT ON MASTER'    TO  AH-MSG
           ELSE
               PERFORM 230-MOVE-HM-TO-AH
               SET     AH-RC-OK        TO  TRUE
               MOVE   'HOME OFFICE FOUND'  TO  AH-MSG
           END-IF.
      **************************************************************************
       220-MOVE-AH-TO-HM        SECTION.
           MOVE    AH-NAME         TO  HM-NAME.
           PERFORM VARYING WRK-ADDR-SUB FROM 1 BY 1
                   UNTIL   WRK-ADDR-SUB    >   3
               MOVE    AH-ADDRESS (WRK-ADDR-SUB)
                       TO  HM-ADDRESS (WRK-ADDR-SUB)
           END-PERFORM.
           MOVE    AH-POSTAL       TO  HM-POSTAL.
           MOVE    AH-TEL          TO  HM-TEL.
           MOVE    AH-PERSON       TO  HM-PERSON.
      **************************************************************************
      *    返答は控え WRK-HM から組み立てる。
       230-MOVE-HM-TO-AH        SECTION.
           MOVE    WRK-HM-HOME     TO  AH-HOME.
           MOVE    WRK-HM-NAME     TO  AH-NAME.
           PERFORM VARYING WRK-ADDR-SUB FROM 1 BY 1
                   UNTIL   WRK-ADDR-SUB    >   3
               MOVE    WRK-HM-ADDRESS (WRK-ADDR-SUB)
                       TO  AH-ADDRESS (WRK-ADDR-SUB)
           END-PERFORM.
           MOVE    WRK-HM-POSTAL   TO  AH-POSTAL.
           MOVE    WRK-HM-TEL      TO  AH-TEL.
           MOVE    WRK-HM-PERSON   TO  AH-PERSON.
           MOVE    WRK-HM-STATUS   TO  AH-STATUS.
           MOVE    WRK-HM-CLOSE-DATE   TO  AH-CLOSE-DATE.
      **************************************************************************
      *    マスタには変更ジャーナルが無いので、誰がいつ何をしたかは
      *    コンソールに残す。
       240-LOG-UPDATE           SECTION.
           DISPLAY '*** ADRSHMNT ' AH-FUNC ' ' HM-HOME
                   ' ' HM-STATUS ' ' HM-CLOSE-DATE
                   ' TERM=' AH-TERM-ID
               UPON    CONSOLE.
      **************************************************************************
      *    静止指示ファイルが在るかどうかだけを見る。OPEN が '35'
      *    （無い）なら平常、開けたら静止中。
       700-CHECK-QUIESCE        SECTION.
           OPEN    INPUT
               QUIESCE-FILE.
           IF      WRK-QUIESCE-STATUS  =   '35'
               SET     FLG-QUIESCE-NO  TO  TRUE
           ELSE
               SET     FLG-QUIESCE-YES TO  TRUE
               CLOSE   QUIESCE-FILE
           END-IF.
      **************************************************************************
      *    照会と二重登録の検査用。マスタを読むだけで開きっぱなしに
      *    しない。CLOSE の後の HOME-REC は当てにできないので、見つけた
      *    レコードは CLOSE の前に WRK-HM へ控える。
       710-FIND-HOME            SECTION.
           SET     FLG-HOME-FOUND-NO   TO  TRUE.
           OPEN    INPUT
               HOME-FILE.
           IF      WRK-HOME-STATUS =   '00'
               SET     FLG-HM-EOF-NO       TO  TRUE
               PERFORM 720-READ-HOME
               PERFORM UNTIL   FLG-HM-EOF-YES
                       OR  FLG-HOME-FOUND-YES
                   IF      HM-HOME =   AH-HOME
                       SET     FLG-HOME-FOUND-YES  TO  TRUE
                       MOVE    HOME-REC    TO  WRK-HM
                   ELSE
                       PERFORM 720-READ-HOME
                   END-IF
               END-PERFORM
               CLOSE   HOME-FILE
           ELSE
               IF      WRK-HOME-STATUS =   '05'
                   CLOSE   HOME-FILE
               END-IF
           END-IF.
      **************************************************************************
       720-READ-HOME            SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       800-DBSTART              SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBSTART'    TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
      *    閉鎖前の在籍確認。ADRSXFER と同じ ADRSMAIL パスで HOME の
      *    完全一致を選択し、1 件でも取れれば在籍ありとする。
       800-DBSELECT-ADRS        SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS         SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           INITIALIZE  ADRS.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBCOMMIT             SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBCOMMIT'   TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
