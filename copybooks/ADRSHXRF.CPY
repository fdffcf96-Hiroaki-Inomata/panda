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
      *   コンポーネント名：世帯相互参照レコード定義
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成。ADRSHHLD が自宅住所と郵便番号の
      *                     一致から組んだ世帯（2 人以上）の会員 1 人に
      *                     つき 1 件を世帯相互参照ファイル adrshhld に
      *                     会員名＋HOME の昇順で書く。ADRSLBL の世帯
      *                     モードが読み、世帯 1 通のラベルにまとめる
      ******************************************************************
       01  HHLD-REC.
      *    会員名＋HOME の昇順。同じ名前が複数の HOME グループに居ても
      *    別の行になる。
           02  HX-KEY.
               03  HX-NAME         PIC X(20).
               03  HX-HOME         PIC X(8).
      *    世帯番号。作成の都度、郵便番号・住所の順に振り直す。
           02  HX-HHID         PIC X(8).
      *    世帯主（ラベルの宛名）。
           02  HX-HEAD-NAME    PIC X(20).
           02  HX-ROLE         PIC X.
               88  HX-ROLE-HEAD        VALUE 'H'.
               88  HX-ROLE-MEMBER      VALUE 'M'.
           02  HX-SIZE         PIC 9(3).
           02  HX-POSTAL       PIC X(8).
      *    E＝住所・郵便番号の一致で組んだ、J＝制御ファイル hhctl の
      *    指定で加えた。
           02  HX-BASIS        PIC X.
               88  HX-BASIS-EXACT      VALUE 'E'.
               88  HX-BASIS-JOINED     VALUE 'J'.
           02  HX-DATE         PIC 9(8).
           02  HX-CR           PIC X.
