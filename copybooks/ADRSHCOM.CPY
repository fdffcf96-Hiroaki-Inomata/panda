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
      *   コンポーネント名：ADRSHMNT 呼出通信領域
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成（ADRSCOMM に倣う）
      ******************************************************************
       01  ADRSHMNT-COMM.
           02  AH-FUNC         PIC X(1).
               88  AH-FUNC-ADD         VALUE 'A'.
               88  AH-FUNC-CHANGE      VALUE 'C'.
               88  AH-FUNC-CLOSE       VALUE 'X'.
               88  AH-FUNC-REOPEN      VALUE 'R'.
               88  AH-FUNC-INQUIRY     VALUE 'I'.
           02  AH-RC           PIC S9(4)   COMP.
               88  AH-RC-OK            VALUE ZERO.
               88  AH-RC-NOTFOUND      VALUE 1.
               88  AH-RC-ERROR         VALUE 2.
               88  AH-RC-DUPLICATE     VALUE 3.
               88  AH-RC-QUIESCE       VALUE 4.
               88  AH-RC-INUSE         VALUE 5.
           02  AH-MSG          PIC X(60).
           02  AH-DATA.
               03  AH-HOME         PIC X(8).
               03  AH-NAME         PIC X(20).
               03  AH-ADDRESS      OCCURS  3  TIMES
                                   PIC X(20).
               03  AH-POSTAL       PIC X(8).
               03  AH-TEL          PIC X(13).
               03  AH-PERSON       PIC X(20).
      *    照会で返すだけ。閉鎖（X）で AH-CLOSE-DATE が埋まっていれば
      *    その日付で閉鎖し、ゼロなら当日で閉鎖する。
               03  AH-STATUS       PIC X.
               03  AH-CLOSE-DATE   PIC 9(8).
      *    呼出元の端末識別（またはドライバ名）。業務ログに出す。
           02  AH-TERM-ID      PIC X(8).
