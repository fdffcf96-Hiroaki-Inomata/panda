       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSMASK.
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
      *   システム名      ：PANDA TPモニタ
      *   サブシステム名  ：デモ
      *   コンポーネント名：試験用住所録マスク抽出バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * 本番の住所録を個人の分からない形で試験環境へ写すための抽出
      * バッチ。ADRS の全行を ADRSUNLD と同じ全件退避の形で書き出し、
      * 同時に変更ジャーナル chgjrnl・スナップショット adrssnap・
      * 残高ファイル（起動パラメータで指定、任意）も同じ規則でマスク
      * して書き出す。
      *   maskbkup  試験環境で adrsbkup.実行番号 として ADRSRCOV で戻す
      *   maskjrnl  試験環境の chgjrnl
      *   masksnap  試験環境の adrssnap
      *   maskbal   試験環境で ADRSBILL へ前回残高として渡す
      * 置き換えるのは名前・電話番号・自宅住所 3 行・タグ付き住所の
      * 各行と郵便番号の 4 桁目以降。HOME・TOLL・WEIGHT・郵便番号の
      * 先頭 3 桁・ADR-XADDR の件数と種別・宛先不達印・ジャーナルの
      * 日時や出所はそのまま残し、項目の長さも変えない。
      *   - 名前は全ファイルの名前を集めて 1 つの対応表にし、同じ名前
      *     は必ず同じ仮名（名字＋名前、足りなければ番号付き）になる。
      *     仮名どうしは重ならず、元のどの名前とも一致しない。
      *     ADRSPURG の匿名化済み参照（*PURGED*）はそのまま。
      *   - 電話番号は区切りの位置を残して数字だけを鍵で置き換える。
      *     元のどれかの番号や先に割り当てた仮番号と同じになった
      *     ときは置き換えを重ねる（重なりが解けなければ 000- で
      *     始まる番号付きの仮番号）。
      *   - 住所の行は同じ文字列なら同じ仮住所（町名＋番地）になる
      *     ので、同じ住所の家族は試験環境でも同じ住所のまま。
      *   対応はすべて値だけで決まるので、ジャーナルの前後イメージは
      *   マスク後の退避と突き合い、試験環境で ADRSRCOV の積上げが
      *   そのまま通る。鍵は起動パラメータ（数字 8 桁）で渡す。空白
      *   なら実行時刻から作る（その回限りの対応になる）。鍵は報告に
      *   出さない。
      * 書き終えたら出力ファイルを読み直し、名前・住所の欄をすべて元
      * の名前の表と、電話番号の欄を元の番号の表と突き合わせて、元の
      * 値が 1 件も残っていないことを報告 adrsmask に証明として書く。
      * 見つかったときは欄の位置だけを書き（値は書かない）、終了
      * コード 16 で出力を試験環境へ渡さないよう知らせる。
      * 抽出の間は ADRSUNLD と同じく静止指示ファイル quiesce を置く。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    元のファイルは名前を差し替えられるようにし、照合のときは
      *    同じ定義でマスク後のファイルを読む。
           SELECT  OPTIONAL  JOURNAL-FILE
               ASSIGN  TO  WRK-JRNL-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  OPTIONAL  SNAPSHOT-FILE
               ASSIGN  TO  WRK-SNAP-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  OPTIONAL  BALANCE-FILE
               ASSIGN  TO  WRK-BAL-NAME
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-BAL-STATUS.
           SELECT  BACKUP-FILE
               ASSIGN  TO  "maskbkup"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  JRNL-MASK
               ASSIGN  TO  "maskjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SNAP-MASK
               ASSIGN  TO  "masksnap"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  BAL-MASK
               ASSIGN  TO  "maskbal"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    SAMPLEB が更新パスの間だけ置く静止指示ファイル。在れば
      *    抽出しない。無ければ抽出の間だけ自分で置く。
           SELECT  QUIESCE-FILE
               ASSIGN  TO  "quiesce"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-QUIESCE-STATUS.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrsmask"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "masksort".
       DATA                DIVISION.
       FILE                    SECTION.
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  SNAPSHOT-FILE.
       COPY    ADRSSNPR.
       FD  BALANCE-FILE.
       COPY    ADRSBBAL.
       FD  BACKUP-FILE.
       COPY    ADRSBKUP.
       FD  JRNL-MASK.
       01  JM-REC              PIC X(562).
       FD  SNAP-MASK.
       01  SM-REC              PIC X(46).
       FD  BAL-MASK.
       01  BM-REC              PIC X(51).
       FD  QUIESCE-FILE.
       01  QUIESCE-REC.
           02  QU-RUN-ID       PIC X(14).
           02  QU-CR           PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
      *    元の名前（N）と電話番号（T）を集めて重複を除く。
       SD  SORT-FILE.
       01  SORT-REC.
           02  SV-KIND         PIC X.
           02  SV-VALUE        PIC X(20).
       WORKING-STORAGE         SECTION.
       01  WRK-QUIESCE-STATUS  PIC XX.
       01  WRK-BAL-STATUS      PIC XX.
       01  WRK-JRNL-NAME       PIC X(8).
       01  WRK-SNAP-NAME       PIC X(8).
       01  WRK-BAL-NAME        PIC X(22).
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
           02  FLG-SORT-EOF    PIC 9.
               88  FLG-SORT-EOF-YES    VALUE 1.
               88  FLG-SORT-EOF-NO     VALUE 0.
           02  FLG-QUIESCE PIC 9.
               88  FLG-QUIESCE-YES     VALUE 1.
               88  FLG-QUIESCE-NO      VALUE 0.
           02  FLG-QUIESCE-SET PIC 9.
               88  FLG-QUIESCE-SET-YES VALUE 1.
               88  FLG-QUIESCE-SET-NO  VALUE 0.
           02  FLG-BAL     PIC 9.
               88  FLG-BAL-YES     VALUE 1.
               88  FLG-BAL-NO      VALUE 0.
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES   VALUE 1.
               88  FLG-FOUND-NO    VALUE 0.
       01  WRK-RC          PIC S9(4)   BINARY.
      *    マスクの鍵。桁ごとに電話番号・郵便番号の数字をずらす。
       01  WRK-KEY.
           02  WRK-KEY-NUM     PIC 9(8).
           02  WRK-KEY-DIGITS  REDEFINES  WRK-KEY-NUM.
               03  WRK-KEY-DIGIT   OCCURS  8  TIMES    PIC 9.
      *    元の名前の表。仮名は表を作った後に振る。
       01  NM-MAX          PIC S9(9)   BINARY  VALUE 50000.
       01  NM-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
       01  NM-TABLE.
           02  NM-ENTRY        OCCURS  1  TO  50000  TIMES
                               DEPENDING   ON  NM-COUNT
                               ASCENDING   KEY NM-NAME
                               INDEXED     BY  NM-IX.
               03  NM-NAME         PIC X(20).
               03  NM-FAKE         PIC X(20).
      *    元の電話番号の表。
       01  TL-MAX          PIC S9(9)   BINARY  VALUE 50000.
       01  TL-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
       01  TL-TABLE.
           02  TL-ENTRY        OCCURS  1  TO  50000  TIMES
                               DEPENDING   ON  TL-COUNT
                               ASCENDING   KEY TL-TEL
                               INDEXED     BY  TL-IX.
               03  TL-TEL          PIC X(13).
               03  TL-FAKE         PIC X(13).
      *    出力ファイルごとの件数（1＝退避、2＝ジャーナル、3＝スナップ
      *    ショット、4＝残高）。FT-V- は読み直しての照合。
       01  FT-TABLE.
           02  FT-ENTRY        OCCURS  4  TIMES.
               03  FT-RECORDS      PIC S9(9)   BINARY.
               03  FT-NAMES        PIC S9(9)   BINARY.
               03  FT-TELS         PIC S9(9)   BINARY.
               03  FT-LINES        PIC S9(9)   BINARY.
               03  FT-V-RECORDS    PIC S9(9)   BINARY.
               03  FT-V-TEXT       PIC S9(9)   BINARY.
               03  FT-V-TEL        PIC S9(9)   BINARY.
               03  FT-V-FOUND      PIC S9(9)   BINARY.
       01  FT-NAME-V.
           02  FILLER          PIC X(8)    VALUE 'maskbkup'.
           02  FILLER          PIC X(8)    VALUE 'maskjrnl'.
           02  FILLER          PIC X(8)    VALUE 'masksnap'.
           02  FILLER          PIC X(8)    VALUE 'maskbal '.
       01  FT-NAME-T           REDEFINES  FT-NAME-V.
           02  FT-NAME         OCCURS  4  TIMES    PIC X(8).
       01  FT-SUB          PIC S9(4)   BINARY.
       01  CNT-NAME-CLASH  PIC S9(9)   BINARY.
       01  CNT-TEL-CLASH   PIC S9(9)   BINARY.
       01  CNT-FOUND       PIC S9(9)   BINARY.
       01  WRK-SUB         PIC S9(9)   BINARY.
       01  WRK-FAKE-SUB    PIC S9(9)   BINARY.
       01  WRK-LINE-SUB    PIC S9(4)   BINARY.
       01  WRK-X-SUB       PIC S9(4)   BINARY.
       01  WRK-TRY         PIC S9(4)   BINARY.
      *    仮名の番号。名前の表の並び順を鍵で散らし、1024 通り（名字
      *    32×名前 32）を超える分は番号を付ける。
       01  WRK-NAME-SPACE  PIC S9(9)   BINARY.
       01  WRK-NAME-IDX    PIC S9(9)   BINARY.
       01  WRK-PICK-1      PIC S9(4)   BINARY.
       01  WRK-PICK-2      PIC S9(4)   BINARY.
       01  WRK-PICK-3      PIC S9(4)   BINARY.
       01  WRK-SUFFIX      PIC 9(2).
       01  WRK-FALLBACK.
           02  FILLER          PIC X(7)    VALUE 'MASKED '.
           02  WRK-FALLBACK-NO PIC 9(7).
      *    番号付きの仮電話番号。000 で始まる番号は実在しない。
       01  WRK-TEL-FALLBACK.
           02  FILLER          PIC X(4)    VALUE '000-'.
           02  WRK-TEL-FALLBACK-NO PIC 9(9).
      *    マスクの受け渡し域。
       01  WRK-NAME-IO     PIC X(20).
       01  WRK-TEL-IO      PIC X(13).
       01  WRK-LINE-IO     PIC X(20).
       01  WRK-POSTAL-IO   PIC X(8).
       01  WRK-CIPH        PIC X(13).
       01  WRK-CIPH-FROM   PIC S9(4)   BINARY.
       01  WRK-CIPH-TO     PIC S9(4)   BINARY.
       01  WRK-CIPH-POS    PIC S9(4)   BINARY.
       01  WRK-DIGIT       PIC 9.
       01  WRK-HASH        PIC S9(9)   BINARY.
       01  WRK-PTR         PIC S9(4)   BINARY.
       01  WRK-NUM         PIC 9(2).
       01  WRK-QUOT        PIC S9(9)   BINARY.
       01  WRK-KEY-SUB     PIC S9(4)   BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-MEMBERS PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-JOURNAL PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-SNAPSHOT    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-BALANCE PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-REMASKED    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-FOUND   PIC ZZZ,ZZZ,ZZ9.
      *    照合の受け渡し域。
       01  WRK-CHECK-TEXT  PIC X(20).
       01  WRK-CHECK-TEL   PIC X(13).
       01  WRK-CHECK-FIELD PIC X(16).
      *    仮名の名字・名前と仮住所の町名。
       01  TBL-SURNAME-V.
           02  FILLER          PIC X(8)    VALUE 'SATO'.
           02  FILLER          PIC X(8)    VALUE 'SUZUKI'.
           02  FILLER          PIC X(8)    VALUE 'TANAKA'.
           02  FILLER          PIC X(8)    VALUE 'ITO'.
           02  FILLER          PIC X(8)    VALUE 'WATANABE'.
           02  FILLER          PIC X(8)    VALUE 'YAMAMOTO'.
           02  FILLER          PIC X(8)    VALUE 'NAKAMURA'.
           02  FILLER          PIC X(8)    VALUE 'KATO'.
           02  FILLER          PIC X(8)    VALUE 'YOSHIDA'.
           02  FILLER          PIC X(8)    VALUE 'YAMADA'.
           02  FILLER          PIC X(8)    VALUE 'SASAKI'.
           02  FILLER          PIC X(8)    VALUE 'SAITO'.
           02  FILLER          PIC X(8)    VALUE 'MATSUDA'.
           02  FILLER          PIC X(8)    VALUE 'INOUE'.
           02  FILLER          PIC X(8)    VALUE 'KIMURA'.
           02  FILLER          PIC X(8)    VALUE 'HAYASHI'.
           02  FILLER          PIC X(8)    VALUE 'SHIMIZU'.
           02  FILLER          PIC X(8)    VALUE 'YAMAZAKI'.
           02  FILLER          PIC X(8)    VALUE 'MORI'.
           02  FILLER          PIC X(8)    VALUE 'ABE'.
           02  FILLER          PIC X(8)    VALUE 'IKEDA'.
           02  FILLER          PIC X(8)    VALUE 'OGAWA'.
           02  FILLER          PIC X(8)    VALUE 'ISHII'.
           02  FILLER          PIC X(8)    VALUE 'MAEDA'.
           02  FILLER          PIC X(8)    VALUE 'FUJITA'.
           02  FILLER          PIC X(8)    VALUE 'OKADA'.
           02  FILLER          PIC X(8)    VALUE 'GOTO'.
           02  FILLER          PIC X(8)    VALUE 'HASEGAWA'.
           02  FILLER          PIC X(8)    VALUE 'MURAKAMI'.
           02  FILLER          PIC X(8)    VALUE 'KONDO'.
           02  FILLER          PIC X(8)    VALUE 'ISHIDA'.
           02  FILLER          PIC X(8)    VALUE 'SAKAMOTO'.
       01  TBL-SURNAME           REDEFINES  TBL-SURNAME-V.
           02  TBL-SURNAME-E   OCCURS  32  TIMES  PIC X(8).
       01  TBL-GIVEN-V.
           02  FILLER          PIC X(8)    VALUE 'HARUTO'.
           02  FILLER          PIC X(8)    VALUE 'YUI'.
           02  FILLER          PIC X(8)    VALUE 'SOTA'.
           02  FILLER          PIC X(8)    VALUE 'HINA'.
           02  FILLER          PIC X(8)    VALUE 'REN'.
           02  FILLER          PIC X(8)    VALUE 'MIO'.
           02  FILLER          PIC X(8)    VALUE 'YUTO'.
           02  FILLER          PIC X(8)    VALUE 'SAKURA'.
           02  FILLER          PIC X(8)    VALUE 'RIKU'.
           02  FILLER          PIC X(8)    VALUE 'AOI'.
           02  FILLER          PIC X(8)    VALUE 'HARUKI'.
           02  FILLER          PIC X(8)    VALUE 'YUNA'.
           02  FILLER          PIC X(8)    VALUE 'KAITO'.
           02  FILLER          PIC X(8)    VALUE 'RIN'.
           02  FILLER          PIC X(8)    VALUE 'SORA'.
           02  FILLER          PIC X(8)    VALUE 'MEI'.
           02  FILLER          PIC X(8)    VALUE 'TAKUMI'.
           02  FILLER          PIC X(8)    VALUE 'KOHARU'.
           02  FILLER          PIC X(8)    VALUE 'DAIKI'.
           02  FILLER          PIC X(8)    VALUE 'AKARI'.
           02  FILLER          PIC X(8)    VALUE 'KENTA'.
           02  FILLER          PIC X(8)    VALUE 'MISAKI'.
           02  FILLER          PIC X(8)    VALUE 'SHOTA'.
           02  FILLER          PIC X(8)    VALUE 'NANAMI'.
           02  FILLER          PIC X(8)    VALUE 'RYOTA'.
           02  FILLER          PIC X(8)    VALUE 'AYAKA'.
           02  FILLER          PIC X(8)    VALUE 'HIROSHI'.
           02  FILLER          PIC X(8)    VALUE 'YOKO'.
           02  FILLER          PIC X(8)    VALUE 'MAKOTO'.
           02  FILLER          PIC X(8)    VALUE 'KEIKO'.
           02  FILLER          PIC X(8)    VALUE 'OSAMU'.
           02  FILLER          PIC X(8)    VALUE 'NAOMI'.
       01  TBL-GIVEN           REDEFINES  TBL-GIVEN-V.
           02  TBL-GIVEN-E   OCCURS  32  TIMES  PIC X(8).
       01  TBL-TOWN-V.
           02  FILLER          PIC X(10)   VALUE 'MIDORI-CHO'.
           02  FILLER          PIC X(10)   VALUE 'SAKAE-CHO'.
           02  FILLER          PIC X(10)   VALUE 'HONCHO'.
           02  FILLER          PIC X(10)   VALUE 'MINAMI-CHO'.
           02  FILLER          PIC X(10)   VALUE 'KITA-MACHI'.
           02  FILLER          PIC X(10)   VALUE 'HIGASHI'.
           02  FILLER          PIC X(10)   VALUE 'NISHIKI'.
           02  FILLER          PIC X(10)   VALUE 'ASAHI-CHO'.
           02  FILLER          PIC X(10)   VALUE 'HIKARI'.
           02  FILLER          PIC X(10)   VALUE 'SUEHIRO'.
           02  FILLER          PIC X(10)   VALUE 'WAKABA'.
           02  FILLER          PIC X(10)   VALUE 'AOBA-DAI'.
           02  FILLER          PIC X(10)   VALUE 'HANAZONO'.
           02  FILLER          PIC X(10)   VALUE 'FUJIMI'.
           02  FILLER          PIC X(10)   VALUE 'KOTOBUKI'.
           02  FILLER          PIC X(10)   VALUE 'SHINMACHI'.
       01  TBL-TOWN           REDEFINES  TBL-TOWN-V.
           02  TBL-TOWN-E   OCCURS  16  TIMES  PIC X(10).
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(32)   VALUE
                 'ADRSMASK  MASKED TEST COPY  RUN '.
             03  EDT-HD-RUN      PIC X(14).
             03  FILLER          PIC X(16)   VALUE '  MASK KEY FROM '.
             03  EDT-HD-KEYSRC   PIC X(9).
             03  FILLER          PIC X(61)   VALUE  SPACES.
           02  EDT-MAP-HEAD.
             03  FILLER      PIC X(41)   VALUE
                 'OUTPUT    COPY TO THE TEST ENVIRONMENT AS'.
             03  FILLER          PIC X(91)   VALUE  SPACES.
           02  EDT-MAP.
             03  EDT-MP-FROM     PIC X(8).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-MP-TO       PIC X(24).
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-MP-NOTE     PIC X(40).
             03  FILLER          PIC X(56)   VALUE  SPACES.
           02  EDT-CNT-HEAD.
             03  FILLER      PIC X(45)   VALUE
                 'FILE        RECORDS        NAMES         TELS'.
             03  FILLER          PIC X(13)   VALUE '        LINES'.
             03  FILLER          PIC X(74)   VALUE  SPACES.
           02  EDT-CNT.
             03  EDT-CT-FILE     PIC X(8).
             03  EDT-CT-RECORDS  PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-CT-NAMES    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-CT-TELS     PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-CT-LINES    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(74)   VALUE  SPACES.
           02  EDT-V-HEAD1.
             03  FILLER      PIC X(41)   VALUE
                 'VERIFICATION - EACH OUTPUT FILE RE-READ. '.
             03  FILLER          PIC X(15)   VALUE 'EVERY NAME AND '.
             03  FILLER      PIC X(47)   VALUE
                 'ADDRESS FIELD COMPARED WITH ALL ORIGINAL NAMES,'.
             03  FILLER          PIC X(29)   VALUE  SPACES.
           02  EDT-V-HEAD2.
             03  FILLER      PIC X(46)   VALUE
                 'EVERY TEL FIELD WITH ALL ORIGINAL TEL NUMBERS.'.
             03  FILLER          PIC X(86)   VALUE  SPACES.
           02  EDT-V-ORIG.
             03  FILLER          PIC X(15)   VALUE 'ORIGINAL NAMES '.
             03  EDT-VO-NAMES    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(16)   VALUE '  ORIGINAL TELS '.
             03  EDT-VO-TELS     PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(79)   VALUE  SPACES.
           02  EDT-V-HEAD3.
             03  FILLER      PIC X(45)   VALUE
                 'FILE        RECORDS  TEXT FIELDS   TEL FIELDS'.
             03  FILLER          PIC X(18)   VALUE '   ORIGINALS FOUND'.
             03  FILLER          PIC X(69)   VALUE  SPACES.
           02  EDT-V-LINE.
             03  EDT-VL-FILE     PIC X(8).
             03  EDT-VL-RECORDS  PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-VL-TEXT     PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-VL-TEL      PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(7)    VALUE  SPACES.
             03  EDT-VL-FOUND    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(69)   VALUE  SPACES.
           02  EDT-RESULT-OK.
             03  FILLER      PIC X(48)   VALUE
                 'RESULT: NO ORIGINAL NAME OR TEL NUMBER FOUND IN '.
             03  FILLER          PIC X(15)   VALUE 'ANY OUTPUT FILE'.
             03  FILLER          PIC X(69)   VALUE  SPACES.
           02  EDT-RESULT-NG.
             03  FILLER      PIC X(49)   VALUE
                 'RESULT: ORIGINAL VALUES FOUND (SEE *FOUND* LINES)'.
             03  FILLER      PIC X(42)   VALUE
                 ' - DO NOT COPY THESE FILES TO THE TEST ENV'.
             03  FILLER          PIC X(8)    VALUE 'IRONMENT'.
             03  FILLER          PIC X(33)   VALUE  SPACES.
           02  EDT-FOUND.
             03  FILLER          PIC X(9)    VALUE '*FOUND*  '.
             03  EDT-FD-FILE     PIC X(8).
             03  FILLER          PIC X(9)    VALUE '  RECORD '.
             03  EDT-FD-RECORD   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(8)    VALUE '  FIELD '.
             03  EDT-FD-FIELD    PIC X(16).
             03  FILLER      PIC X(21)   VALUE
                 '  (VALUE NOT PRINTED)'.
             03  FILLER          PIC X(50)   VALUE  SPACES.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-BAL-NAME   PIC X(22).
           02  PARA-KEY        PIC X(8).
           02  FILLER          PIC X(226).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSMASK'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
      *    元の名前・電話番号を全ファイルから集めて表にする。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SV-KIND
                                   SV-VALUE
               INPUT   PROCEDURE   100-COLLECT-ORIGINALS
               OUTPUT  PROCEDURE   200-BUILD-TABLES.
           PERFORM 210-ASSIGN-FAKE-NAMES.
           PERFORM 220-ASSIGN-FAKE-TELS.
           PERFORM 300-MASK-ADRS.
           PERFORM 320-MASK-JOURNAL.
           PERFORM 340-MASK-SNAPSHOT.
           IF      FLG-BAL-YES
               PERFORM 360-MASK-BALANCE
           END-IF.
           PERFORM 600-VERIFY.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    ZERO        TO  WRK-RC.
           MOVE    ZERO        TO  CNT-NAME-CLASH.
           MOVE    ZERO        TO  CNT-TEL-CLASH.
           MOVE    ZERO        TO  CNT-FOUND.
           INITIALIZE  FT-TABLE.
           SET     FLG-QUIESCE-SET-NO  TO  TRUE.
           PERFORM 011-BUILD-RUN-ID.
           IF      PARA-KEY    =   SPACES  OR  LOW-VALUES
               MOVE    GEN-TIME    TO  WRK-KEY-NUM
               MOVE   'RUN TIME'   TO  EDT-HD-KEYSRC
           ELSE
               IF      PARA-KEY    NOT NUMERIC
                   DISPLAY '*** ADRSMASK: MASK KEY PARAMETER MUST BE'
                           ' 8 DIGITS'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
               MOVE    PARA-KEY    TO  WRK-KEY-NUM
               MOVE   'PARAMETER'  TO  EDT-HD-KEYSRC
           END-IF.
           IF      PARA-BAL-NAME   =   SPACES  OR  LOW-VALUES
               SET     FLG-BAL-NO  TO  TRUE
               MOVE    SPACES      TO  WRK-BAL-NAME
           ELSE
               SET     FLG-BAL-YES TO  TRUE
               MOVE    PARA-BAL-NAME   TO  WRK-BAL-NAME
           END-IF.
           MOVE   'chgjrnl'    TO  WRK-JRNL-NAME.
           MOVE   'adrssnap'   TO  WRK-SNAP-NAME.
           PERFORM 700-CHECK-QUIESCE.
           IF      FLG-QUIESCE-YES
               DISPLAY '*** ADRSMASK: QUIESCED FOR BATCH - TRY AGAIN'
                       ' LATER'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           PERFORM 012-SET-QUIESCE.
           OPEN    OUTPUT
               REPORT-FILE.
           MOVE    GEN-RUN-ID  TO  EDT-HD-RUN.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
      **************************************************************************
      *    実行番号は ADRSUNLD と同じ日付時刻 14 桁。退避のヘッダに
      *    入れ、試験環境ではこの番号で adrsbkup.実行番号 とする。
       011-BUILD-RUN-ID        SECTION.
           ACCEPT  GEN-DATE    FROM    DATE YYYYMMDD.
           ACCEPT  GEN-TIME    FROM    TIME.
           MOVE    SPACES      TO  GEN-RUN-ID.
           STRING  GEN-DATE-X          DELIMITED  SIZE
                   GEN-TIME-X (1 : 6)  DELIMITED  SIZE
               INTO    GEN-RUN-ID
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
               DISPLAY '*** ADRSMASK: CANNOT REMOVE QUIESCE FILE -'
                       ' ONLINE MAINTENANCE STAYS BLOCKED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       090-FINISH              SECTION.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
           PERFORM 013-CLEAR-QUIESCE.
           CLOSE   REPORT-FILE.
           IF      CNT-FOUND   >   ZERO
               MOVE    16          TO  WRK-RC
           END-IF.
           MOVE    WRK-RC      TO  RETURN-CODE.
           MOVE    FT-RECORDS (1)  TO  WRK-SUM-MEMBERS.
           MOVE    FT-RECORDS (2)  TO  WRK-SUM-JOURNAL.
           MOVE    FT-RECORDS (3)  TO  WRK-SUM-SNAPSHOT.
           MOVE    FT-RECORDS (4)  TO  WRK-SUM-BALANCE.
           COMPUTE WRK-SUM-REMASKED    =   CNT-NAME-CLASH
                                       +   CNT-TEL-CLASH.
           MOVE    CNT-FOUND   TO  WRK-SUM-FOUND.
           DISPLAY '*** ADRSMASK SUMMARY  RUN='  GEN-RUN-ID
                   '  MEMBERS='  WRK-SUM-MEMBERS
                   '  JOURNAL='  WRK-SUM-JOURNAL
                   '  SNAPSHOT='  WRK-SUM-SNAPSHOT
                   '  BALANCE='  WRK-SUM-BALANCE
                   '  RE-MASKED='  WRK-SUM-REMASKED
                   '  ORIGINALS-FOUND='  WRK-SUM-FOUND
               UPON    CONSOLE.
      **************************************************************************
       810-CHECK-FETCH-RC      SECTION.
           IF      MCP-RC-EOF
               SET     FLG-EOF-YES     TO  TRUE
           ELSE
               SET     FLG-EOF-NO      TO  TRUE
               PERFORM 820-ABORT-CHECK
           END-IF.
      **************************************************************************
      *    ADRS・chgjrnl・adrssnap・残高ファイルの名前と電話番号を
      *    整列へ渡す。ADRSPURG の匿名化済み参照は元の名前ではない
      *    ので集めない。
       100-COLLECT-ORIGINALS   SECTION.
           INITIALIZE  ADRS.
           MOVE   '%'          TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
           PERFORM 110-COLLECT-ADRS
                   UNTIL   FLG-EOF-YES.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               JOURNAL-FILE.
           PERFORM 321-READ-JOURNAL.
           PERFORM 120-COLLECT-JOURNAL
                   UNTIL   FLG-EOF-YES.
           CLOSE   JOURNAL-FILE.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               SNAPSHOT-FILE.
           PERFORM 341-READ-SNAPSHOT.
           PERFORM 130-COLLECT-SNAPSHOT
                   UNTIL   FLG-EOF-YES.
           CLOSE   SNAPSHOT-FILE.
           IF      FLG-BAL-YES
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   BALANCE-FILE
               IF      WRK-BAL-STATUS  NOT =   '00'
                   DISPLAY '*** ADRSMASK: BALANCE FILE '  WRK-BAL-NAME
                           ' NOT FOUND - NOT MASKED'
                       UPON    CONSOLE
                   MOVE    4           TO  WRK-RC
                   SET     FLG-BAL-NO  TO  TRUE
               ELSE
                   PERFORM 361-READ-BALANCE
                   PERFORM 140-COLLECT-BALANCE
                           UNTIL   FLG-EOF-YES
               END-IF
               CLOSE   BALANCE-FILE
           END-IF.
      **************************************************************************
       110-COLLECT-ADRS        SECTION.
           MOVE    ADR-NAME    TO  WRK-NAME-IO.
           PERFORM 150-RELEASE-NAME.
           MOVE    ADR-TEL     TO  WRK-TEL-IO.
           PERFORM 151-RELEASE-TEL.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
       120-COLLECT-JOURNAL     SECTION.
           MOVE    JRNL-NAME   TO  WRK-NAME-IO.
           PERFORM 150-RELEASE-NAME.
           MOVE    JRNL-B-TEL  TO  WRK-TEL-IO.
           PERFORM 151-RELEASE-TEL.
           MOVE    JRNL-A-TEL  TO  WRK-TEL-IO.
           PERFORM 151-RELEASE-TEL.
           PERFORM 321-READ-JOURNAL.
      **************************************************************************
       130-COLLECT-SNAPSHOT    SECTION.
           MOVE    SNAP-NAME   TO  WRK-NAME-IO.
           PERFORM 150-RELEASE-NAME.
           PERFORM 341-READ-SNAPSHOT.
      **************************************************************************
       140-COLLECT-BALANCE     SECTION.
           MOVE    BAL-NAME    TO  WRK-NAME-IO.
           PERFORM 150-RELEASE-NAME.
           PERFORM 361-READ-BALANCE.
      **************************************************************************
       150-RELEASE-NAME        SECTION.
           IF      WRK-NAME-IO =   SPACES
                   OR  WRK-NAME-IO (1 : 8) =   '*PURGED*'
               CONTINUE
           ELSE
               MOVE   'N'          TO  SV-KIND
               MOVE    WRK-NAME-IO TO  SV-VALUE
               RELEASE SORT-REC
           END-IF.
      **************************************************************************
       151-RELEASE-TEL         SECTION.
           IF      WRK-TEL-IO  =   SPACES
               CONTINUE
           ELSE
               MOVE   'T'          TO  SV-KIND
               MOVE    SPACES      TO  SV-VALUE
               MOVE    WRK-TEL-IO  TO  SV-VALUE (1 : 13)
               RELEASE SORT-REC
           END-IF.
      **************************************************************************
      *    整列済みの値から重複を除いて名前表・電話番号表を作る。
      *    どちらも昇順なので照合は SEARCH ALL で引ける。
       200-BUILD-TABLES        SECTION.
           SET     FLG-SORT-EOF-NO TO  TRUE.
           PERFORM 201-RETURN-SORT.
           PERFORM 202-STORE-VALUE
                   UNTIL   FLG-SORT-EOF-YES.
      **************************************************************************
       201-RETURN-SORT         SECTION.
           RETURN  SORT-FILE
               AT  END
                   SET     FLG-SORT-EOF-YES    TO  TRUE
           END-RETURN.
      **************************************************************************
       202-STORE-VALUE         SECTION.
           IF      SV-KIND =   'N'
               IF      NM-COUNT    =   ZERO
                       OR  SV-VALUE    NOT =   NM-NAME (NM-COUNT)
                   IF      NM-COUNT    >=  NM-MAX
                       DISPLAY '*** ADRSMASK: MORE THAN ' NM-MAX
                               ' NAMES - ENLARGE TABLE'
                           UPON    CONSOLE
                       PERFORM 900-STOP
                   END-IF
                   ADD     1           TO  NM-COUNT
                   MOVE    SV-VALUE    TO  NM-NAME (NM-COUNT)
                   MOVE    SPACES      TO  NM-FAKE (NM-COUNT)
               END-IF
           ELSE
               IF      TL-COUNT    =   ZERO
                       OR  SV-VALUE (1 : 13)   NOT =   TL-TEL (TL-COUNT)
                   IF      TL-COUNT    >=  TL-MAX
                       DISPLAY '*** ADRSMASK: MORE THAN ' TL-MAX
                               ' TEL NUMBERS - ENLARGE TABLE'
                           UPON    CONSOLE
                       PERFORM 900-STOP
                   END-IF
                   ADD     1           TO  TL-COUNT
                   MOVE    SV-VALUE (1 : 13)   TO  TL-TEL (TL-COUNT)
                   MOVE    SPACES      TO  TL-FAKE (TL-COUNT)
               END-IF
           END-IF.
           PERFORM 201-RETURN-SORT.
      **************************************************************************
      *    名前表の n 番目に、(n-1)×7919＋鍵 を仮名の数で割った余りの
      *    仮名を当てる。仮名の数は 1024 の倍数で、7919 と互いに素なの
      *    で仮名は重ならない。元の名前と同じになった仮名は番号付きの
      *    MASKED に替える。
       210-ASSIGN-FAKE-NAMES   SECTION.
           COMPUTE WRK-NAME-SPACE  =   ( NM-COUNT  +   1023 )  /   1024.
           IF      WRK-NAME-SPACE  <   1
               MOVE    1           TO  WRK-NAME-SPACE
           END-IF.
           COMPUTE WRK-NAME-SPACE  =   WRK-NAME-SPACE  *   1024.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   NM-COUNT
               COMPUTE WRK-NAME-IDX    =   FUNCTION MOD
                       ( ( WRK-SUB - 1 ) * 7919 + WRK-KEY-NUM ,
                         WRK-NAME-SPACE )
               COMPUTE WRK-PICK-1  =   FUNCTION MOD (WRK-NAME-IDX , 32)
                                   +   1
               DIVIDE  WRK-NAME-IDX    BY  32  GIVING  WRK-QUOT
               COMPUTE WRK-PICK-2  =   FUNCTION MOD (WRK-QUOT , 32) + 1
               COMPUTE WRK-SUFFIX  =   WRK-NAME-IDX    /   1024
               MOVE    SPACES      TO  NM-FAKE (WRK-SUB)
               IF      WRK-SUFFIX  =   ZERO
                   STRING  TBL-SURNAME-E (WRK-PICK-1) DELIMITED SPACE
                           ' '                         DELIMITED SIZE
                           TBL-GIVEN-E (WRK-PICK-2)    DELIMITED SPACE
                       INTO    NM-FAKE (WRK-SUB)
                   END-STRING
               ELSE
                   STRING  TBL-SURNAME-E (WRK-PICK-1) DELIMITED SPACE
                           ' '                         DELIMITED SIZE
                           TBL-GIVEN-E (WRK-PICK-2)    DELIMITED SPACE
                           ' '                         DELIMITED SIZE
                           WRK-SUFFIX                  DELIMITED SIZE
                       INTO    NM-FAKE (WRK-SUB)
                   END-STRING
               END-IF
               MOVE    NM-FAKE (WRK-SUB)   TO  WRK-CHECK-TEXT
               PERFORM 610-CHECK-TEXT
               IF      FLG-FOUND-YES
                   MOVE    WRK-SUB     TO  WRK-FALLBACK-NO
                   MOVE    WRK-FALLBACK    TO  NM-FAKE (WRK-SUB)
                   ADD     1           TO  CNT-NAME-CLASH
               END-IF
           END-PERFORM.
      **************************************************************************
      *    電話番号は 410 の置換えを、元のどの番号とも、それまでに
      *    割り当てた仮番号とも違う値になるまで 9 回まで重ねる。それ
      *    でも重なれば番号付きの仮番号にする。410 は 1 対 1 とは限らず
      *    重ねる回数も番号ごとに違うので、仮番号どうしの重なりはここ
      *    で見ないと 2 つの番号が 1 つの仮番号にまとまる。
       220-ASSIGN-FAKE-TELS    SECTION.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   TL-COUNT
               MOVE    TL-TEL (WRK-SUB)    TO  WRK-CIPH
               SET     FLG-FOUND-YES   TO  TRUE
               PERFORM VARYING WRK-TRY FROM 1 BY 1
                       UNTIL   WRK-TRY >   9
                           OR  FLG-FOUND-NO
                   PERFORM 410-CIPHER-TEL
                   PERFORM 221-CHECK-FAKE-TEL
                   IF      FLG-FOUND-YES
                       ADD     1           TO  CNT-TEL-CLASH
                   END-IF
               END-PERFORM
               IF      FLG-FOUND-YES
                   MOVE    WRK-SUB     TO  WRK-TEL-FALLBACK-NO
                   MOVE    WRK-TEL-FALLBACK    TO  WRK-CIPH
                   PERFORM 221-CHECK-FAKE-TEL
                   IF      FLG-FOUND-YES
                       DISPLAY '*** ADRSMASK: NO UNIQUE FAKE TEL FOR'
                               ' ENTRY ' WRK-SUB
                           UPON    CONSOLE
                       PERFORM 900-STOP
                   END-IF
               END-IF
               MOVE    WRK-CIPH    TO  TL-FAKE (WRK-SUB)
           END-PERFORM.
      **************************************************************************
      *    WRK-CIPH が元の電話番号か、TL-FAKE (1) から TL-FAKE (WRK-SUB
      *    - 1) までの割当て済みの仮番号と同じなら FLG-FOUND-YES。
       221-CHECK-FAKE-TEL      SECTION.
           MOVE    WRK-CIPH    TO  WRK-CHECK-TEL.
           PERFORM 620-CHECK-TEL.
           PERFORM VARYING WRK-FAKE-SUB FROM 1 BY 1
                   UNTIL   WRK-FAKE-SUB    >=  WRK-SUB
                       OR  FLG-FOUND-YES
               IF      TL-FAKE (WRK-FAKE-SUB)  =   WRK-CIPH
                   SET     FLG-FOUND-YES   TO  TRUE
               END-IF
           END-PERFORM.
      **************************************************************************
      *    ADRS の全行をマスクして全件退避の形で書く。ヘッダ・トレーラ
      *    は ADRSUNLD と同じ。
       300-MASK-ADRS           SECTION.
           MOVE    1           TO  FT-SUB.
           OPEN    OUTPUT
               BACKUP-FILE.
           MOVE    SPACES      TO  BKUP-HDR-REC.
           MOVE   '*HEADER*'   TO  BH-ID.
           MOVE    GEN-RUN-ID  TO  BH-RUN-ID.
           MOVE    GEN-DATE    TO  BH-DATE.
           MOVE    GEN-TIME-X (1 : 6)  TO  BH-TIME.
           MOVE   X'0d'        TO  BH-CR.
           WRITE   BKUP-HDR-REC.
           INITIALIZE  ADRS.
           MOVE   '%'          TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
           PERFORM 301-MASK-ROW
                   UNTIL   FLG-EOF-YES.
           MOVE    SPACES      TO  BKUP-TRL-REC.
           MOVE   '*TRAILER'   TO  BT-ID.
           MOVE    FT-RECORDS (1)  TO  BT-COUNT.
           MOVE   X'0d'        TO  BT-CR.
           WRITE   BKUP-TRL-REC.
           CLOSE   BACKUP-FILE.
      **************************************************************************
       301-MASK-ROW            SECTION.
           MOVE    ADR-NAME    TO  WRK-NAME-IO.
           PERFORM 400-MASK-NAME.
           MOVE    WRK-NAME-IO TO  ADR-NAME.
           MOVE    ADR-TEL     TO  WRK-TEL-IO.
           PERFORM 420-MASK-TEL.
           MOVE    WRK-TEL-IO  TO  ADR-TEL.
           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                   UNTIL   WRK-LINE-SUB    >   3
               MOVE    ADR-ADDRESS (WRK-LINE-SUB)  TO  WRK-LINE-IO
               PERFORM 430-MASK-LINE
               MOVE    WRK-LINE-IO TO  ADR-ADDRESS (WRK-LINE-SUB)
               PERFORM VARYING WRK-X-SUB FROM 1 BY 1
                       UNTIL   WRK-X-SUB   >   2
                   MOVE    ADR-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                                       TO  WRK-LINE-IO
                   PERFORM 430-MASK-LINE
                   MOVE    WRK-LINE-IO TO
                           ADR-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
               END-PERFORM
           END-PERFORM.
           MOVE    ADR-POSTAL  TO  WRK-POSTAL-IO.
           PERFORM 440-MASK-POSTAL.
           MOVE    WRK-POSTAL-IO   TO  ADR-POSTAL.
           MOVE    ADRS        TO  BKUP-ADRS.
           MOVE   X'0d'        TO  BKUP-CR.
           WRITE   BKUP-REC.
           ADD     1           TO  FT-RECORDS (1).
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
      *    ジャーナルは名前と前後イメージの電話番号・住所・郵便番号を
      *    マスクする。日時・出所・実行番号・操作者・種別・HOME・
      *    TOLL・WEIGHT・件数・種別・宛先不達印はそのまま。
       320-MASK-JOURNAL        SECTION.
           MOVE    2           TO  FT-SUB.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               JOURNAL-FILE.
           OPEN    OUTPUT
               JRNL-MASK.
           PERFORM 321-READ-JOURNAL.
           PERFORM 322-MASK-ENTRY
                   UNTIL   FLG-EOF-YES.
           CLOSE   JRNL-MASK.
           CLOSE   JOURNAL-FILE.
      **************************************************************************
       321-READ-JOURNAL        SECTION.
           READ    JOURNAL-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       322-MASK-ENTRY          SECTION.
           MOVE    JRNL-NAME   TO  WRK-NAME-IO.
           PERFORM 400-MASK-NAME.
           MOVE    WRK-NAME-IO TO  JRNL-NAME.
           MOVE    JRNL-B-TEL  TO  WRK-TEL-IO.
           PERFORM 420-MASK-TEL.
           MOVE    WRK-TEL-IO  TO  JRNL-B-TEL.
           MOVE    JRNL-A-TEL  TO  WRK-TEL-IO.
           PERFORM 420-MASK-TEL.
           MOVE    WRK-TEL-IO  TO  JRNL-A-TEL.
           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                   UNTIL   WRK-LINE-SUB    >   3
               MOVE    JRNL-B-ADDRESS (WRK-LINE-SUB)   TO  WRK-LINE-IO
               PERFORM 430-MASK-LINE
               MOVE    WRK-LINE-IO TO  JRNL-B-ADDRESS (WRK-LINE-SUB)
               MOVE    JRNL-A-ADDRESS (WRK-LINE-SUB)   TO  WRK-LINE-IO
               PERFORM 430-MASK-LINE
               MOVE    WRK-LINE-IO TO  JRNL-A-ADDRESS (WRK-LINE-SUB)
               PERFORM VARYING WRK-X-SUB FROM 1 BY 1
                       UNTIL   WRK-X-SUB   >   2
                   MOVE    JRNL-B-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                                       TO  WRK-LINE-IO
                   PERFORM 430-MASK-LINE
                   MOVE    WRK-LINE-IO TO
                           JRNL-B-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                   MOVE    JRNL-A-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                                       TO  WRK-LINE-IO
                   PERFORM 430-MASK-LINE
                   MOVE    WRK-LINE-IO TO
                           JRNL-A-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
               END-PERFORM
           END-PERFORM.
           MOVE    JRNL-B-POSTAL   TO  WRK-POSTAL-IO.
           PERFORM 440-MASK-POSTAL.
           MOVE    WRK-POSTAL-IO   TO  JRNL-B-POSTAL.
           MOVE    JRNL-A-POSTAL   TO  WRK-POSTAL-IO.
           PERFORM 440-MASK-POSTAL.
           MOVE    WRK-POSTAL-IO   TO  JRNL-A-POSTAL.
           WRITE   JM-REC      FROM    JRNL-REC.
           ADD     1           TO  FT-RECORDS (2).
           PERFORM 321-READ-JOURNAL.
      **************************************************************************
       340-MASK-SNAPSHOT       SECTION.
           MOVE    3           TO  FT-SUB.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               SNAPSHOT-FILE.
           OPEN    OUTPUT
               SNAP-MASK.
           PERFORM 341-READ-SNAPSHOT.
           PERFORM 342-MASK-SNAP-ROW
                   UNTIL   FLG-EOF-YES.
           CLOSE   SNAP-MASK.
           CLOSE   SNAPSHOT-FILE.
      **************************************************************************
       341-READ-SNAPSHOT       SECTION.
           READ    SNAPSHOT-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       342-MASK-SNAP-ROW       SECTION.
           MOVE    SNAP-NAME   TO  WRK-NAME-IO.
           PERFORM 400-MASK-NAME.
           MOVE    WRK-NAME-IO TO  SNAP-NAME.
           WRITE   SM-REC      FROM    SNAP-REC.
           ADD     1           TO  FT-RECORDS (3).
           PERFORM 341-READ-SNAPSHOT.
      **************************************************************************
       360-MASK-BALANCE        SECTION.
           MOVE    4           TO  FT-SUB.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               BALANCE-FILE.
           OPEN    OUTPUT
               BAL-MASK.
           PERFORM 361-READ-BALANCE.
           PERFORM 362-MASK-BAL-ROW
                   UNTIL   FLG-EOF-YES.
           CLOSE   BAL-MASK.
           CLOSE   BALANCE-FILE.
      **************************************************************************
       361-READ-BALANCE        SECTION.
           READ    BALANCE-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
       362-MASK-BAL-ROW        SECTION.
           MOVE    BAL-NAME    TO  WRK-NAME-IO.
           PERFORM 400-MASK-NAME.
           MOVE    WRK-NAME-IO TO  BAL-NAME.
           WRITE   BM-REC      FROM    BAL-REC.
           ADD     1           TO  FT-RECORDS (4).
           PERFORM 361-READ-BALANCE.
      **************************************************************************
      *    名前を名前表の仮名に替える。表に無い名前は集め漏れなので
      *    止める（元の名前を出さないため）。
       400-MASK-NAME           SECTION.
           IF      WRK-NAME-IO =   SPACES
                   OR  WRK-NAME-IO (1 : 8) =   '*PURGED*'
               CONTINUE
           ELSE
               SEARCH  ALL NM-ENTRY
                   AT  END
                       DISPLAY '*** ADRSMASK: NAME NOT IN MASK TABLE -'
                               ' FILE ' FT-NAME (FT-SUB)
                           UPON    CONSOLE
                       PERFORM 900-STOP
                   WHEN    NM-NAME (NM-IX) =   WRK-NAME-IO
                       MOVE    NM-FAKE (NM-IX) TO  WRK-NAME-IO
               END-SEARCH
               ADD     1           TO  FT-NAMES (FT-SUB)
           END-IF.
      **************************************************************************
      *    数字だけを桁ごとに 鍵の桁＋位置 だけずらす（先頭の 0 は
      *    市外局番の印なので残す）。先頭が 0 以外の数字は 0 にずれる
      *    こともあるので、違う番号が同じ値になりうる（1 対 1 ではない。
      *    重なりは 220 で元の番号・割当て済みの仮番号と突き合わせて
      *    除く）。
       410-CIPHER-TEL          SECTION.
           PERFORM VARYING WRK-CIPH-POS FROM 1 BY 1
                   UNTIL   WRK-CIPH-POS    >   13
               IF      WRK-CIPH (WRK-CIPH-POS : 1) IS NUMERIC
                   IF      WRK-CIPH-POS    =   1
                           AND WRK-CIPH (1 : 1)    =   '0'
                       CONTINUE
                   ELSE
                       MOVE    WRK-CIPH (WRK-CIPH-POS : 1) TO  WRK-DIGIT
                       COMPUTE WRK-KEY-SUB =   FUNCTION MOD
                                               (WRK-CIPH-POS - 1 , 8)
                                           +   1
                       COMPUTE WRK-DIGIT   =   FUNCTION MOD
                               ( WRK-DIGIT + WRK-CIPH-POS
                               + WRK-KEY-DIGIT (WRK-KEY-SUB) , 10 )
                       MOVE    WRK-DIGIT   TO
                               WRK-CIPH (WRK-CIPH-POS : 1)
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************************
       420-MASK-TEL            SECTION.
           IF      WRK-TEL-IO  =   SPACES
               CONTINUE
           ELSE
               SEARCH  ALL TL-ENTRY
                   AT  END
                       DISPLAY '*** ADRSMASK: TEL NOT IN MASK TABLE -'
                               ' FILE ' FT-NAME (FT-SUB)
                           UPON    CONSOLE
                       PERFORM 900-STOP
                   WHEN    TL-TEL (TL-IX)  =   WRK-TEL-IO
                       MOVE    TL-FAKE (TL-IX) TO  WRK-TEL-IO
               END-SEARCH
               ADD     1           TO  FT-TELS (FT-SUB)
           END-IF.
      **************************************************************************
      *    住所の 1 行を、行の文字列から求めた値で 町名 丁目-番-号 に
      *    替える。同じ文字列は同じ仮住所になる。空白の行は空白のまま。
       430-MASK-LINE           SECTION.
           IF      WRK-LINE-IO =   SPACES
               CONTINUE
           ELSE
               MOVE    FUNCTION MOD (WRK-KEY-NUM , 999983) TO  WRK-HASH
               PERFORM VARYING WRK-CIPH-POS FROM 1 BY 1
                       UNTIL   WRK-CIPH-POS    >   20
                   COMPUTE WRK-HASH    =   FUNCTION MOD
                           ( WRK-HASH * 31
                           + FUNCTION ORD
                               (WRK-LINE-IO (WRK-CIPH-POS : 1)) ,
                             999983 )
               END-PERFORM
               COMPUTE WRK-PICK-1  =   FUNCTION MOD (WRK-HASH , 16) + 1
               MOVE    SPACES      TO  WRK-LINE-IO
               MOVE    1           TO  WRK-PTR
               STRING  TBL-TOWN-E (WRK-PICK-1)    DELIMITED SPACE
                       ' '                         DELIMITED SIZE
                   INTO    WRK-LINE-IO
                   WITH    POINTER WRK-PTR
               END-STRING
               DIVIDE  WRK-HASH    BY  16  GIVING  WRK-QUOT
               COMPUTE WRK-NUM =   FUNCTION MOD (WRK-QUOT , 9) + 1
               PERFORM 431-APPEND-NUMBER
               STRING '-' DELIMITED SIZE
                   INTO    WRK-LINE-IO
                   WITH    POINTER WRK-PTR
               END-STRING
               DIVIDE  WRK-HASH    BY  144 GIVING  WRK-QUOT
               COMPUTE WRK-NUM =   FUNCTION MOD (WRK-QUOT , 30) + 1
               PERFORM 431-APPEND-NUMBER
               STRING '-' DELIMITED SIZE
                   INTO    WRK-LINE-IO
                   WITH    POINTER WRK-PTR
               END-STRING
               DIVIDE  WRK-HASH    BY  4320    GIVING  WRK-QUOT
               COMPUTE WRK-NUM =   FUNCTION MOD (WRK-QUOT , 20) + 1
               PERFORM 431-APPEND-NUMBER
               ADD     1           TO  FT-LINES (FT-SUB)
           END-IF.
      **************************************************************************
       431-APPEND-NUMBER       SECTION.
           IF      WRK-NUM <   10
               STRING  WRK-NUM (2 : 1)     DELIMITED SIZE
                   INTO    WRK-LINE-IO
                   WITH    POINTER WRK-PTR
               END-STRING
           ELSE
               STRING  WRK-NUM             DELIMITED SIZE
                   INTO    WRK-LINE-IO
                   WITH    POINTER WRK-PTR
               END-STRING
           END-IF.
      **************************************************************************
      *    郵便番号は先頭 3 桁（地域）を残し、4 桁目以降の数字を電話
      *    番号と同じ規則でずらす。
       440-MASK-POSTAL         SECTION.
           IF      WRK-POSTAL-IO   =   SPACES
               CONTINUE
           ELSE
               MOVE    SPACES      TO  WRK-CIPH
               MOVE    WRK-POSTAL-IO   TO  WRK-CIPH
               PERFORM 410-CIPHER-TEL
               MOVE    WRK-CIPH (4 : 5)    TO  WRK-POSTAL-IO (4 : 5)
           END-IF.
      **************************************************************************
      *    出力ファイルを読み直して元の値が残っていないことを確かめる。
       600-VERIFY              SECTION.
           PERFORM 640-PRINT-COUNTS.
           MOVE    1           TO  FT-SUB.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               BACKUP-FILE.
      *    先頭のヘッダ行は読み飛ばす。
           PERFORM 602-READ-BACKUP.
           PERFORM 602-READ-BACKUP.
           PERFORM 603-VERIFY-BACKUP
                   UNTIL   FLG-EOF-YES.
           CLOSE   BACKUP-FILE.
           MOVE    2           TO  FT-SUB.
           MOVE   'maskjrnl'   TO  WRK-JRNL-NAME.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               JOURNAL-FILE.
           PERFORM 321-READ-JOURNAL.
           PERFORM 604-VERIFY-JOURNAL
                   UNTIL   FLG-EOF-YES.
           CLOSE   JOURNAL-FILE.
           MOVE    3           TO  FT-SUB.
           MOVE   'masksnap'   TO  WRK-SNAP-NAME.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               SNAPSHOT-FILE.
           PERFORM 341-READ-SNAPSHOT.
           PERFORM 605-VERIFY-SNAPSHOT
                   UNTIL   FLG-EOF-YES.
           CLOSE   SNAPSHOT-FILE.
           IF      FLG-BAL-YES
               MOVE    4           TO  FT-SUB
               MOVE   'maskbal'    TO  WRK-BAL-NAME
               SET     FLG-EOF-NO  TO  TRUE
               OPEN    INPUT
                   BALANCE-FILE
               PERFORM 361-READ-BALANCE
               PERFORM 606-VERIFY-BALANCE
                       UNTIL   FLG-EOF-YES
               CLOSE   BALANCE-FILE
           END-IF.
           PERFORM 650-PRINT-RESULT.
      **************************************************************************
      *    トレーラを読んだ所で終わりとする（照合しない）。
       602-READ-BACKUP         SECTION.
           READ    BACKUP-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
               NOT AT  END
                   IF      BT-ID   =   '*TRAILER'
                       SET     FLG-EOF-YES     TO  TRUE
                   END-IF
           END-READ.
      **************************************************************************
       603-VERIFY-BACKUP       SECTION.
           ADD     1           TO  FT-V-RECORDS (1).
           MOVE    BKUP-NAME   TO  WRK-CHECK-TEXT.
           MOVE   'NAME'       TO  WRK-CHECK-FIELD.
           PERFORM 611-CHECK-TEXT-FIELD.
           MOVE    BKUP-TEL    TO  WRK-CHECK-TEL.
           MOVE   'TEL'        TO  WRK-CHECK-FIELD.
           PERFORM 621-CHECK-TEL-FIELD.
           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                   UNTIL   WRK-LINE-SUB    >   3
               MOVE    BKUP-ADDRESS (WRK-LINE-SUB) TO  WRK-CHECK-TEXT
               MOVE   'ADDRESS'    TO  WRK-CHECK-FIELD
               PERFORM 611-CHECK-TEXT-FIELD
               PERFORM VARYING WRK-X-SUB FROM 1 BY 1
                       UNTIL   WRK-X-SUB   >   2
                   MOVE    BKUP-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                                       TO  WRK-CHECK-TEXT
                   MOVE   'XADDR LINE' TO  WRK-CHECK-FIELD
                   PERFORM 611-CHECK-TEXT-FIELD
               END-PERFORM
           END-PERFORM.
           PERFORM 602-READ-BACKUP.
      **************************************************************************
       604-VERIFY-JOURNAL      SECTION.
           ADD     1           TO  FT-V-RECORDS (2).
           MOVE    JRNL-NAME   TO  WRK-CHECK-TEXT.
           MOVE   'NAME'       TO  WRK-CHECK-FIELD.
           PERFORM 611-CHECK-TEXT-FIELD.
           MOVE    JRNL-B-TEL  TO  WRK-CHECK-TEL.
           MOVE   'BEFORE TEL'  TO  WRK-CHECK-FIELD.
           PERFORM 621-CHECK-TEL-FIELD.
           MOVE    JRNL-A-TEL  TO  WRK-CHECK-TEL.
           MOVE   'AFTER TEL'  TO  WRK-CHECK-FIELD.
           PERFORM 621-CHECK-TEL-FIELD.
           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                   UNTIL   WRK-LINE-SUB    >   3
               MOVE    JRNL-B-ADDRESS (WRK-LINE-SUB)
                                       TO  WRK-CHECK-TEXT
               MOVE   'BEFORE ADDRESS' TO  WRK-CHECK-FIELD
               PERFORM 611-CHECK-TEXT-FIELD
               MOVE    JRNL-A-ADDRESS (WRK-LINE-SUB)
                                       TO  WRK-CHECK-TEXT
               MOVE   'AFTER ADDRESS'  TO  WRK-CHECK-FIELD
               PERFORM 611-CHECK-TEXT-FIELD
               PERFORM VARYING WRK-X-SUB FROM 1 BY 1
                       UNTIL   WRK-X-SUB   >   2
                   MOVE    JRNL-B-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                                       TO  WRK-CHECK-TEXT
                   MOVE   'BEFORE XADDR'   TO  WRK-CHECK-FIELD
                   PERFORM 611-CHECK-TEXT-FIELD
                   MOVE    JRNL-A-XADDR-LINE (WRK-X-SUB, WRK-LINE-SUB)
                                       TO  WRK-CHECK-TEXT
                   MOVE   'AFTER XADDR'    TO  WRK-CHECK-FIELD
                   PERFORM 611-CHECK-TEXT-FIELD
               END-PERFORM
           END-PERFORM.
           PERFORM 321-READ-JOURNAL.
      **************************************************************************
       605-VERIFY-SNAPSHOT     SECTION.
           ADD     1           TO  FT-V-RECORDS (3).
           MOVE    SNAP-NAME   TO  WRK-CHECK-TEXT.
           MOVE   'NAME'       TO  WRK-CHECK-FIELD.
           PERFORM 611-CHECK-TEXT-FIELD.
           PERFORM 341-READ-SNAPSHOT.
      **************************************************************************
       606-VERIFY-BALANCE      SECTION.
           ADD     1           TO  FT-V-RECORDS (4).
           MOVE    BAL-NAME    TO  WRK-CHECK-TEXT.
           MOVE   'NAME'       TO  WRK-CHECK-FIELD.
           PERFORM 611-CHECK-TEXT-FIELD.
           PERFORM 361-READ-BALANCE.
      **************************************************************************
      *    WRK-CHECK-TEXT が元の名前のどれかと同じなら FLG-FOUND-YES。
       610-CHECK-TEXT          SECTION.
           SET     FLG-FOUND-NO    TO  TRUE.
           IF      NM-COUNT    >   ZERO
                   AND WRK-CHECK-TEXT  NOT =   SPACES
               SEARCH  ALL NM-ENTRY
                   AT  END
                       CONTINUE
                   WHEN    NM-NAME (NM-IX) =   WRK-CHECK-TEXT
                       SET     FLG-FOUND-YES   TO  TRUE
               END-SEARCH
           END-IF.
      **************************************************************************
       611-CHECK-TEXT-FIELD    SECTION.
           ADD     1           TO  FT-V-TEXT (FT-SUB).
           PERFORM 610-CHECK-TEXT.
           IF      FLG-FOUND-YES
               PERFORM 630-PRINT-FOUND
           END-IF.
      **************************************************************************
      *    WRK-CHECK-TEL が元の電話番号のどれかと同じなら FLG-FOUND-YES。
       620-CHECK-TEL           SECTION.
           SET     FLG-FOUND-NO    TO  TRUE.
           IF      TL-COUNT    >   ZERO
                   AND WRK-CHECK-TEL   NOT =   SPACES
               SEARCH  ALL TL-ENTRY
                   AT  END
                       CONTINUE
                   WHEN    TL-TEL (TL-IX)  =   WRK-CHECK-TEL
                       SET     FLG-FOUND-YES   TO  TRUE
               END-SEARCH
           END-IF.
      **************************************************************************
       621-CHECK-TEL-FIELD     SECTION.
           ADD     1           TO  FT-V-TEL (FT-SUB).
           PERFORM 620-CHECK-TEL.
           IF      FLG-FOUND-YES
               PERFORM 630-PRINT-FOUND
           END-IF.
      **************************************************************************
      *    見つかった欄の位置だけを書く。値は元の個人情報なので書かない。
       630-PRINT-FOUND         SECTION.
           ADD     1           TO  FT-V-FOUND (FT-SUB).
           ADD     1           TO  CNT-FOUND.
           MOVE    FT-NAME (FT-SUB)    TO  EDT-FD-FILE.
           MOVE    FT-V-RECORDS (FT-SUB)   TO  EDT-FD-RECORD.
           MOVE    WRK-CHECK-FIELD TO  EDT-FD-FIELD.
           MOVE    EDT-FOUND   TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    出力ファイルと試験環境での名前、件数、照合の見出しを書く。
      *    照合で見つかった欄はこの後に続く。
       640-PRINT-COUNTS        SECTION.
           MOVE    EDT-MAP-HEAD    TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  EDT-MAP.
           MOVE   'maskbkup'   TO  EDT-MP-FROM.
           STRING 'adrsbkup.'      DELIMITED  SIZE
                   GEN-RUN-ID      DELIMITED  SIZE
               INTO    EDT-MP-TO
           END-STRING.
           MOVE   'RESTORE WITH ADRSRCOV'  TO  EDT-MP-NOTE.
           MOVE    EDT-MAP     TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  EDT-MAP.
           MOVE   'maskjrnl'   TO  EDT-MP-FROM.
           MOVE   'chgjrnl'    TO  EDT-MP-TO.
           MOVE    EDT-MAP     TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  EDT-MAP.
           MOVE   'masksnap'   TO  EDT-MP-FROM.
           MOVE   'adrssnap'   TO  EDT-MP-TO.
           MOVE    EDT-MAP     TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  EDT-MAP.
           MOVE   'maskbal'    TO  EDT-MP-FROM.
           IF      FLG-BAL-YES
               MOVE    PARA-BAL-NAME   TO  EDT-MP-TO
               MOVE   'PASS TO ADRSBILL AS THE PREVIOUS BALANCE'
                                       TO  EDT-MP-NOTE
           ELSE
               MOVE   'NOT EXTRACTED'  TO  EDT-MP-TO
           END-IF.
           MOVE    EDT-MAP     TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-CNT-HEAD    TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM VARYING FT-SUB FROM 1 BY 1
                   UNTIL   FT-SUB  >   4
               MOVE    FT-NAME (FT-SUB)    TO  EDT-CT-FILE
               MOVE    FT-RECORDS (FT-SUB) TO  EDT-CT-RECORDS
               MOVE    FT-NAMES (FT-SUB)   TO  EDT-CT-NAMES
               MOVE    FT-TELS (FT-SUB)    TO  EDT-CT-TELS
               MOVE    FT-LINES (FT-SUB)   TO  EDT-CT-LINES
               MOVE    EDT-CNT     TO  REPORT-REC
               WRITE   REPORT-REC
           END-PERFORM.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-V-HEAD1 TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    EDT-V-HEAD2 TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    NM-COUNT    TO  EDT-VO-NAMES.
           MOVE    TL-COUNT    TO  EDT-VO-TELS.
           MOVE    EDT-V-ORIG  TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
       650-PRINT-RESULT        SECTION.
           IF      CNT-FOUND   >   ZERO
               MOVE    SPACES      TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           MOVE    EDT-V-HEAD3 TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM VARYING FT-SUB FROM 1 BY 1
                   UNTIL   FT-SUB  >   4
               MOVE    FT-NAME (FT-SUB)    TO  EDT-VL-FILE
               MOVE    FT-V-RECORDS (FT-SUB)   TO  EDT-VL-RECORDS
               MOVE    FT-V-TEXT (FT-SUB)  TO  EDT-VL-TEXT
               MOVE    FT-V-TEL (FT-SUB)   TO  EDT-VL-TEL
               MOVE    FT-V-FOUND (FT-SUB) TO  EDT-VL-FOUND
               MOVE    EDT-V-LINE  TO  REPORT-REC
               WRITE   REPORT-REC
           END-PERFORM.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           IF      CNT-FOUND   =   ZERO
               MOVE    EDT-RESULT-OK   TO  REPORT-REC
           ELSE
               MOVE    EDT-RESULT-NG   TO  REPORT-REC
           END-IF.
           WRITE   REPORT-REC.
      **************************************************************************
      *    静止指示ファイルを外してから止める。
       900-STOP                SECTION.
           IF      FLG-QUIESCE-SET-YES
               PERFORM 013-CLEAR-QUIESCE
           END-IF.
           MOVE    16          TO  RETURN-CODE.
           STOP    RUN.
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
       820-ABORT-CHECK         SECTION.
           IF      NOT MCP-RC-OK
               DISPLAY '*** ADRSMASK: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               PERFORM 900-STOP
           END-IF.
