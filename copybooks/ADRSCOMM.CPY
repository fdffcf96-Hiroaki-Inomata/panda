      *   26.09.02  ....    郵便番号 AM-POSTAL を AM-DATA の末尾に
      *                     追加し、参照ファイル不一致の復帰値
      *                     AM-RC-POSTAL を追加
      *   26.10.15  ....    HOME マスタ不一致・閉鎖済みの復帰値
      *                     AM-RC-HOME を追加
      *   26.10.15  ....    HOME と名前の頭文字による一覧（B／N／P）と
      *                     一覧領域 AM-BROWSE を末尾に追加。一覧の行
      *                     番号 AM-BR-PICK で照会・変更の相手を選べる
      ******************************************************************
       01  ADRSMNT-COMM.
           02  AM-FUNC         PIC X(1).
               88  AM-FUNC-DELETE      VALUE 'D'.
               88  AM-FUNC-INQUIRY     VALUE 'I'.
               88  AM-FUNC-TELFIND     VALUE 'T'.
               88  AM-FUNC-BROWSE      VALUE 'B'.
               88  AM-FUNC-NEXTPAGE    VALUE 'N'.
               88  AM-FUNC-PREVPAGE    VALUE 'P'.
           02  AM-RC           PIC S9(4)   COMP.
               88  AM-RC-OK            VALUE ZERO.
               88  AM-RC-NOTFOUND      VALUE 1.
               88  AM-RC-CHANGED       VALUE 3.
               88  AM-RC-QUIESCE       VALUE 4.
               88  AM-RC-POSTAL        VALUE 5.
               88  AM-RC-HOME          VALUE 6.
           02  AM-MSG          PIC X(60).
           02  AM-DATA.
               03  AM-NAME         PIC X(20).
      *    呼出元の端末識別（またはドライバ名）。変更ジャーナル
      *    chgjrnl の操作者欄にそのまま記録される。空白なら不明。
           02  AM-TERM-ID      PIC X(8).
      *    一覧（B＝先頭頁、N＝次頁、P＝前頁）の条件と 1 頁分の結果。
      *    AM-BR-HOME（空白なら全 HOME）と名前の頭 AM-BR-PREFIX の少なく
      *    とも一方を入れて B を呼ぶ。行は名前順で、N／P は前回返した
      *    AM-BR-LAST-NAME／AM-BR-FIRST-NAME から続ける。呼出元は条件と
      *    キーをそのまま次の呼出へ持ち回すこと。
           02  AM-BROWSE.
               03  AM-BR-HOME      PIC X(8).
               03  AM-BR-PREFIX    PIC X(20).
               03  AM-BR-FIRST-NAME    PIC X(20).
               03  AM-BR-LAST-NAME PIC X(20).
               03  AM-BR-MORE-PREV PIC X(1).
                   88  AM-BR-MORE-PREV-YES VALUE 'Y'.
               03  AM-BR-MORE-NEXT PIC X(1).
                   88  AM-BR-MORE-NEXT-YES VALUE 'Y'.
      *    照会（I）・変更（C）の呼出で 1〜AM-BR-COUNT を入れると、
      *    その行の名前を AM-NAME に移してから処理する。使ったら 0 に
      *    戻して返す。0 なら従来どおり AM-NAME で引き当てる。
               03  AM-BR-PICK      PIC 9(2).
               03  AM-BR-COUNT     PIC 9(2).
               03  AM-BR-ROW       OCCURS  10  TIMES.
                   04  AM-BR-NAME      PIC X(20).
                   04  AM-BR-TEL       PIC X(13).
                   04  AM-BR-ROW-HOME  PIC X(8).
                   04  AM-BR-ADDRESS1  PIC X(20).
