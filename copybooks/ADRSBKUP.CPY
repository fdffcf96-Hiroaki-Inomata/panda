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
      *   サブシステム名  ：共通コピー句
      *   コンポーネント名：全件退避レコード定義
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成。ADRSUNLD が ADRS の全行を書き出す
      *                     日付入り全件退避 adrsbkup.実行番号 の
      *                     レコード。BKUP-ADRS は DB-ADRS と同じ並びで
      *                     ADR-XADDR・郵便番号まで全項目を持つ。先頭に
      *                     ヘッダ（退避日時）、末尾にトレーラ（件数）
      *                     を置く。時点回復は ADRSRCOV が行う
      *   26.10.15  ....    DB-ADRS の宛先不達印追加に合わせて
      *                     BKUP-UNDELIV を追加
      ******************************************************************
       01  BKUP-REC.
           02  BKUP-ADRS.
               03  BKUP-NAME       PIC X(20).
               03  BKUP-TEL        PIC X(13).
               03  BKUP-HOME       PIC X(8).
               03  BKUP-TOLL       PIC 9(4)V9.
               03  BKUP-WEIGHT     PIC 9(3)V9.
               03  BKUP-ADDRESS    OCCURS  3  TIMES
                                   PIC X(20).
               03  BKUP-XADDR-COUNT    PIC 9(1).
               03  BKUP-XADDR-ENTRY    OCCURS  2  TIMES.
                   04  BKUP-XADDR-TYPE     PIC X(1).
                   04  BKUP-XADDR-LINE     OCCURS  3  TIMES
                                           PIC X(20).
               03  BKUP-POSTAL     PIC X(8).
               03  BKUP-UNDELIV    PIC X(27).
           02  BKUP-CR         PIC X.
      *    ヘッダ。退避日時は読み始めの時刻で、時点回復はこの日時以降
      *    のジャーナルを積み上げる。
       01  BKUP-HDR-REC.
           02  BH-ID           PIC X(8).
           02  BH-RUN-ID       PIC X(14).
           02  BH-DATE         PIC 9(8).
           02  BH-TIME         PIC 9(6).
           02  FILLER          PIC X(232).
           02  BH-CR           PIC X.
      *    トレーラ。件数はヘッダ・トレーラ自身を含まない行数。
       01  BKUP-TRL-REC.
           02  BT-ID           PIC X(8).
           02  BT-COUNT        PIC 9(9).
           02  FILLER          PIC X(251).
           02  BT-CR           PIC X.
