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
      *   コンポーネント名：督促履歴レコード定義
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成。ADRSDUN が書き直す督促履歴ファイル
      *                     dunhist のレコード。滞納中の会員 1 人 1 件
      *                     で、最後に送った督促の段階と、段階ごとに
      *                     最後に送った日を持つ。完納した会員の行は
      *                     次の実行で消える
      ******************************************************************
       01  DH-REC.
           02  DH-NAME         PIC X(20).
           02  DH-HOME         PIC X(8).
      *    最後に送った督促の段階。1＝初回督促、2＝再督促、3＝最終催告。
           02  DH-LEVEL        PIC 9.
               88  DH-LEVEL-NONE       VALUE 0.
               88  DH-LEVEL-REMIND     VALUE 1.
               88  DH-LEVEL-SECOND     VALUE 2.
               88  DH-LEVEL-FINAL      VALUE 3.
      *    その請求実行の前に到達していた段階。同じ請求実行で ADRSDUN
      *    を再実行したときは、ここから段階を上げ直す（二重に上げない）。
           02  DH-PREV-LEVEL   PIC 9.
      *    滞納月数の区分（1〜3、4 は 4 か月以上）。
           02  DH-AGE          PIC 9.
      *    段階を決めた請求実行の実行番号（ADRSBILL の GEN-RUN-ID）。
           02  DH-RUN-ID       PIC X(14).
           02  DH-DATE         PIC 9(8).
           02  DH-LEVEL-DATE   OCCURS  3  TIMES    PIC 9(8).
           02  DH-OVERDUE      PIC S9(7)V9.
           02  DH-CR           PIC X.
