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
      *   コンポーネント名：夜間実行履歴レコード定義
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成。ADRSNITE が呼んだステップ 1 回に
      *                     つき 1 件を夜間実行履歴 nitehist へ追記する
      *                     （消さずに溜める）。ADRSNTRD が週次の傾向
      *                     表と処理枠の見通しを作る
      ******************************************************************
       01  NITE-HIST-REC.
      *    その夜の連鎖を始めた日。確認待ちで止めて翌日に続きを流して
      *    も同じ夜として数える。
           02  NH-NIGHT-DATE   PIC 9(8).
           02  NH-SEQ          PIC 9(3).
           02  NH-STEP         PIC X(8).
           02  NH-RUN-ID       PIC X(14).
           02  NH-START-DATE   PIC 9(8).
           02  NH-START-TIME   PIC 9(6).
           02  NH-END-DATE     PIC 9(8).
           02  NH-END-TIME     PIC 9(6).
      *    経過秒数。
           02  NH-ELAPSED      PIC 9(7).
           02  NH-STATUS       PIC X(4).
           02  NH-RC           PIC 9(4).
      *    ステップが NITE-STEP-COUNT で返した主件数（返さない
      *    ステップはゼロ）。
           02  NH-COUNT        PIC 9(9).
           02  NH-CR           PIC X.
