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
      *   コンポーネント名：HOME（事務所）マスタレコード定義
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成。ADR-HOME の符号ごとに事務所名・
      *                     連絡先・担当者・開設／閉鎖の別と閉鎖日を
      *                     持つ共有マスタ homemast。保守は ADRSHMNT、
      *                     ADRSXFER が空になった旧事務所を閉鎖にする。
      *                     ADRSMNT・ADRSLOAD・ADRSXFER・ADRSMERG は
      *                     ここに無い符号と閉鎖済みの符号を断る。
      *                     ファイルが無ければ検証しない（郵便番号の
      *                     postcode と同じ扱い）ので、移行時は現に
      *                     使っている符号を ADRSHMNT で先に登録して
      *                     から置くこと（ADRSSTAT の '*NOT ON MASTER*'
      *                     で未登録の符号が分かる）
      ******************************************************************
       01  HOME-REC.
           02  HM-HOME         PIC X(8).
           02  HM-NAME         PIC X(20).
      *    事務所の連絡先（宛名ラベルと同じ 3 行＋郵便番号）と代表電話。
           02  HM-ADDRESS      OCCURS  3  TIMES
                               PIC X(20).
           02  HM-POSTAL       PIC X(8).
           02  HM-TEL          PIC X(13).
           02  HM-PERSON       PIC X(20).
           02  HM-STATUS       PIC X.
               88  HM-STATUS-OPEN      VALUE 'O'.
               88  HM-STATUS-CLOSED    VALUE 'C'.
      *    閉鎖した日（YYYYMMDD）。開設中はゼロ。
           02  HM-CLOSE-DATE   PIC 9(8).
           02  HM-CR           PIC X.
