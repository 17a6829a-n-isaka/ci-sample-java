      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOCOHORT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  コーホート要因法による人口推計。ZINKOSUIKEIの直線回帰は
      *  総人口の趨勢しか見ないため、高齢化の進み方や減少の加速を
      *  表せない。本プログラムは年齢階層別人口マスタ（DEMO-IDX）の
      *  男女別・5歳階級別の人口を、仮定値マスタ（KATEI-IDX。保守
      *  はZINKOKTMNT）の生残率・出生率・純移動率で5年ずつ先へ
      *  進める。
      *
      *  1回（5年）の推計の手順（階級番号はDEMOIDX参照）：
      *    ・出生数＝階級4〜10の女性人口×出生率の合計。男児割合
      *      （パラメータ）で男女に分け、階級1の生残率を掛けて
      *      0〜4歳とする
      *    ・階級2〜17は、1つ下の階級の人口×その階級の生残率
      *    ・階級18は、階級17と18の人口の和×階級18の生残率
      *    ・生残後の各階級に（1＋純移動率）を掛ける（負は0人）
      *  団体別の仮定値が無い種別は全国共通（コード空白）の仮定値を
      *  使う。生残率（男女）と出生率が見つからない団体は推計
      *  しない。純移動率が無い団体は移動なし（封鎖人口）とする。
      *
      *  基準はDEMO-IDXにある団体ごとの最新年度。推計人口は男女・
      *  階級別に、年少率（階級1〜3）・高齢化率（階級14〜18）は
      *  ZINKODEMOと同じ定義で印字する。推計人口密度は面積マスタ
      *  （MENSEKI-IDX）のその団体の最新年度のMX-MENSEKIで割る
      *  （ZINKOSUIKEIと同じく面積は固定）。比較欄には、推計履歴
      *  （SUIKEI-HIST）にある同じ団体・同じ対象年のZINKOSUIKEIの
      *  直線推計（最も新しい実行日付のもの）と、その差を示す。
      *
      *  推計の回数と男児割合はパラメータ・マスタ（PARAM-IDX。保守
      *  はZINKOPRMNT）から読む。
      *    ZINKOCOHORT  STEP-SU    ：推計の回数（5年刻み）
      *    ZINKOCOHORT  DANJI-WARI ：出生児の男児割合（10万分率）
      *  未登録・不正値のときは既定値に落ちずに異常終了する。
      *
      *  COHORT-PARAMの制御カード（1件。ファイルが無ければ全県）：
      *    1〜7桁目：推計する団体コード（空白なら都道府県グレイン
      *              の全団体）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DEMO-IDX-FILE    ASSIGN TO "DEMO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   DX-KEY
                                   FILE   STATUS  IS   F-STATUS.
      *>   仮定値マスタ（保守はZINKOKTMNT）。団体ごとにランダム
      *>   READし、無ければ全国共通のキーで読み直す。
           SELECT KATEI-FILE       ASSIGN TO "KATEI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   KT-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   面積マスタ。団体の最新年度の面積をSTARTで探す。
           SELECT MENSEKI-IDX-FILE ASSIGN TO "MENSEKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MX-KEY
                                   FILE   STATUS  IS   F-STATUS3.
      *>   推計履歴（ZINKOSUIKEIが追記）。直線推計との比較に使う。
           SELECT SUIKEI-HIST-FILE ASSIGN TO "SUIKEI-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS4.
      *>   パラメータ・マスタ（保守はZINKOPRMNT）。
           SELECT PARAM-IDX-FILE   ASSIGN TO "PARAM-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PM-KEY
                                   FILE   STATUS  IS   F-STATUS5.
           SELECT COHORT-PARAM-FILE ASSIGN TO "COHORT-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS6.
      *>   推計報告書（132桁の印刷ファイル）。
           SELECT COHORT-RPT-FILE  ASSIGN TO "COHORT-RPT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS7.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS8.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS9.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DEMO-IDX-FILE.
           COPY DEMOIDX.
       FD  KATEI-FILE.
           COPY KATEI.
       FD  MENSEKI-IDX-FILE.
           COPY MENSIDX.
       FD  SUIKEI-HIST-FILE.
           COPY SUIKHIST.
       FD  PARAM-IDX-FILE.
           COPY PARAMIDX.
       FD  COHORT-PARAM-FILE.
       01  COHORT-PARAM-REC         PIC  X(80).
       FD  COHORT-RPT-FILE.
       01  COHORT-PRT-REC           PIC  X(132).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  DANTAI-FILE.
           COPY DANTAI.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
       01  F-STATUS8               PIC  XX.
       01  F-STATUS9               PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   推計する団体コード（空白なら都道府県グレインの全団体）。
       01  PARAM-CODE               PIC  X(07)      VALUE SPACES.
      *>   推計の回数と男児割合。パラメータ・マスタから取得する
      *>   （既定値は持たない）。
       01  STEP-SU                  PIC  9(02).
       01  DANJI-WARI               PIC  9(05).
       01  PARAM-NUM                PIC  9(08).
      *>   団体コード・マスタから引く正式名称。SEISHIKI-CODEと従来の
      *>   短い名称を設定してGET-SEISHIKI-NAMEを呼ぶ。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   直線推計（SUIKEI-HIST）の在メモリ表。団体・対象年ごとに
      *>   最も新しい実行日付の1件だけを残す。
       01  ST-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  ST-MAX                   PIC  9(04)      COMP  VALUE 5000.
       01  SUIKEI-TABLE.
           03   ST-ENTRY         OCCURS 5000 TIMES.
                05   ST-CODE          PIC  X(07).
                05   ST-NEN           PIC  9(04).
                05   ST-RUN-DATE      PIC  9(08).
                05   ST-ZINKO         PIC  9(10).
       01  ST-LIN                   PIC  9(04)      COMP.
       01  ST-HIT                   PIC  9(04)      COMP.
      *>   DEMO-IDXの直前のレコードの控え。索引順（コード・年度
      *>   昇順）なので、コードが変わった時点の控えがその団体の
      *>   最新年度になる。
       01  SV-SW                    PIC  X(01)      VALUE "N".
           88  HAVE-SV                              VALUE "Y".
       01  SV-CODE                  PIC  X(07).
       01  SV-NAME-X                PIC  X(08).
       01  SV-NEN                   PIC  9(04).
       01  SV-BAND-TABLE.
           03   SV-DAN-BAND      PIC  9(08)      OCCURS 18.
           03   SV-JO-BAND       PIC  9(08)      OCCURS 18.
      *>   推計中の人口（男女×階級）と、1回進めた後の人口。
      *>   添字の1が男、2が女。
       01  POP-TABLE.
           03   PT-SEX           OCCURS 2.
                05   PT-BAND          PIC  9(08)      OCCURS 18.
       01  NXT-TABLE.
           03   NX-SEX           OCCURS 2.
                05   NX-BAND          PIC  9(08)      OCCURS 18.
       01  CUR-NEN                  PIC  9(04).
      *>   仮定値の作業表。種別の添字は1＝生残率・2＝出生率・3＝
      *>   純移動率、男女の添字は1＝男・2＝女。RT-SRCはその種別の
      *>   仮定値の出所（"個別"・"全国"・"なし"）。
       01  RATE-TABLE.
           03   RT-KIND          OCCURS 3.
                05   RT-SRC           PIC  X(06).
                05   RT-SEX           OCCURS 2.
                     07   RT-RITSU        PIC  S9(01)V9(05)
                                          OCCURS 18.
       01  KIND-CHARS               PIC  X(03)      VALUE "SFM".
       01  SEX-CHARS                PIC  X(02)      VALUE "12".
       01  KATEI-NG-SW              PIC  X(01).
           88  KATEI-NG                             VALUE "Y".
       01  KATEI-HIT-SW             PIC  X(01).
           88  KATEI-HIT                            VALUE "Y".
       01  KATEI-KOBETSU-SW         PIC  X(01).
           88  KATEI-KOBETSU                        VALUE "Y".
      *>   表の添字。
       01  KIND-IDX                 PIC  9(01)      COMP.
       01  SEX-IDX                  PIC  9(01)      COMP.
       01  BAND-IDX                 PIC  9(02)      COMP.
       01  STEP-IDX                 PIC  9(02)      COMP.
       01  LINE-IDX                 PIC  9(02)      COMP.
       01  COL-IDX                  PIC  9(01)      COMP.
      *>   推計計算の作業項目。
       01  BIRTHS-WK                PIC  9(10)V9(05).
       01  BIRTHS-SEX-WK            PIC  9(10)V9(05).
       01  SOURCE-WK                PIC  9(10).
       01  VAL-WK                   PIC  S9(10).
      *>   面積（団体の最新年度のMX-MENSEKI）。無ければ0。
       01  MENSEKI-WK               PIC  9(05).
      *>   年少率・高齢化率の計算用（ZINKODEMOのCALC-RATESと同じ）。
       01  WK-ZINKO                 PIC  9(10).
       01  WK-YOUTH                 PIC  9(10).
       01  WK-OLD                   PIC  9(10).
       01  RATE-YOUTH               PIC  9(03)V9(02).
       01  RATE-OLD                 PIC  9(03)V9(02).
       01  MITSUDO-WK               PIC  9(08)V9(03).
       01  SA-WK                    PIC  S9(10).
      *>   年度ブロックの種類（"B"＝基準年の実績、"P"＝推計）。
       01  BLOCK-KIND               PIC  X(01).
           88  BLOCK-KIJUN                          VALUE "B".
      *>   件数（DEMO-IDX読込・推計履歴読込・推計した団体・印字
      *>   行・仮定値なし・面積なし・直線推計なし）。
       01  DEMO-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  HIST-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  SUIKEI-DANTAI-CNT        PIC  9(07)      COMP  VALUE 0.
       01  PRT-CNT                  PIC  9(07)      COMP  VALUE 0.
       01  NG-CNT                   PIC  9(05)      COMP  VALUE 0.
       01  NOMEN-CNT                PIC  9(05)      COMP  VALUE 0.
       01  NOLINE-CNT               PIC  9(05)      COMP  VALUE 0.
      *>   印刷頁制御。年度ブロック（年度行・階級6行・集計行・空行）
      *>   は頁をまたがないよう、残り行数を見て改頁する。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
       01  NEED-LINES               PIC  9(03)      COMP.
      *>   階級の見出し（DEMOIDXの階級番号順）。
       01  BAND-LABEL-VALUES.
           03   FILLER           PIC  X(12)      VALUE "0〜4歳".
           03   FILLER           PIC  X(12)      VALUE "5〜9歳".
           03   FILLER           PIC  X(12)      VALUE "10〜14歳".
           03   FILLER           PIC  X(12)      VALUE "15〜19歳".
           03   FILLER           PIC  X(12)      VALUE "20〜24歳".
           03   FILLER           PIC  X(12)      VALUE "25〜29歳".
           03   FILLER           PIC  X(12)      VALUE "30〜34歳".
           03   FILLER           PIC  X(12)      VALUE "35〜39歳".
           03   FILLER           PIC  X(12)      VALUE "40〜44歳".
           03   FILLER           PIC  X(12)      VALUE "45〜49歳".
           03   FILLER           PIC  X(12)      VALUE "50〜54歳".
           03   FILLER           PIC  X(12)      VALUE "55〜59歳".
           03   FILLER           PIC  X(12)      VALUE "60〜64歳".
           03   FILLER           PIC  X(12)      VALUE "65〜69歳".
           03   FILLER           PIC  X(12)      VALUE "70〜74歳".
           03   FILLER           PIC  X(12)      VALUE "75〜79歳".
           03   FILLER           PIC  X(12)      VALUE "80〜84歳".
           03   FILLER           PIC  X(12)      VALUE "85歳以上".
       01  BAND-LABEL-TABLE     REDEFINES BAND-LABEL-VALUES.
           03   BAND-LABEL       PIC  X(12)      OCCURS 18.
      *>   頁見出し行。
       01  COHORT-HD1.
           03   FILLER           PIC  X(57)      VALUE
           "＊＊　コーホート要因法人口推計　＊＊".
           03   FILLER           PIC  X(15)      VALUE
           "実行日付：".
           03   HD1-DATE-YY      PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   HD1-DATE-MM      PIC  9(02).
           03   FILLER           PIC  X(03)      VALUE "月".
           03   HD1-DATE-DD      PIC  9(02).
           03   FILLER           PIC  X(06)      VALUE "日　".
           03   FILLER           PIC  X(06)      VALUE "頁：".
           03   HD1-PAGE         PIC  Z(3)9.
      *>   列見出し行（階級明細の3列分）。
       01  COHORT-HD2.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   HD2-COL          OCCURS 3.
                05   FILLER           PIC  X(12)      VALUE "階級".
                05   FILLER           PIC  X(09)      VALUE
                "      男".
                05   FILLER           PIC  X(12)      VALUE
                "      女".
      *>   団体の見出し行。
       01  COHORT-DANTAI-LINE.
           03   FILLER           PIC  X(12)      VALUE "コード：".
           03   CH-CODE          PIC  X(07).
           03   FILLER           PIC  X(12)      VALUE "　名称：".
           03   CH-NAME          PIC  X(40).
           03   FILLER           PIC  X(15)      VALUE
           "　基準年：".
           03   CH-NEN           PIC  9(04).
           03   FILLER           PIC  X(15)      VALUE
           "年　面積：".
           03   CH-MENSEKI       PIC  Z(4)9.
      *>   仮定値の出所の行。
       01  COHORT-KATEI-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(24)      VALUE
           "仮定値　生残率：".
           03   CK-SEIZAN        PIC  X(06).
           03   FILLER           PIC  X(15)      VALUE
           "　出生率：".
           03   CK-SHUSSHO       PIC  X(06).
           03   FILLER           PIC  X(18)      VALUE
           "　純移動率：".
           03   CK-IDO           PIC  X(06).
           03   FILLER           PIC  X(18)      VALUE
           "　男児割合：".
           03   CK-DANJI         PIC  9.99999.
      *>   仮定値が無くて推計しない団体の行。
       01  COHORT-NG-LINE           PIC  X(132)     VALUE
           "  ※生残率・出生率の仮定値なし".
      *>   年度ブロックの年度行。
       01  COHORT-NEN-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   YL-NEN           PIC  9(04).
           03   FILLER           PIC  X(06)      VALUE "年　".
           03   YL-KUBUN         PIC  X(60).
      *>   階級明細行（1行に3階級。列1が階級1〜6、列2が7〜12、
      *>   列3が13〜18）。
       01  COHORT-BAND-LINE.
           03   FILLER           PIC  X(04).
           03   BL-COL           OCCURS 3.
                05   BL-LABEL         PIC  X(12).
                05   BL-DAN           PIC  Z(7)9.
                05   FILLER           PIC  X(01).
                05   BL-JO            PIC  Z(7)9.
                05   FILLER           PIC  X(04).
      *>   年度の集計行。比較欄は基準年・直線推計なしのときに文言を
      *>   SM-HIKAKU-Xへ入れる。
       01  COHORT-SUM-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(09)      VALUE "人口：".
           03   SM-ZINKO         PIC  Z(8)9.
           03   FILLER           PIC  X(13)      VALUE
           " 年少率：".
           03   SM-YOUTH         PIC  ZZ9.99.
           03   FILLER           PIC  X(03)      VALUE "％".
           03   FILLER           PIC  X(16)      VALUE
           " 高齢化率：".
           03   SM-AGED          PIC  ZZ9.99.
           03   FILLER           PIC  X(03)      VALUE "％".
           03   FILLER           PIC  X(10)      VALUE " 密度：".
           03   SM-MITSUDO       PIC  Z(7)9.999.
           03   SM-HIKAKU.
                05   SM-LINEAR-LIT    PIC  X(16).
                05   SM-LINEAR        PIC  Z(8)9.
                05   SM-SA-LIT        PIC  X(07).
                05   SM-SA            PIC  -(8)9.
           03   SM-HIKAKU-X  REDEFINES SM-HIKAKU
                                PIC  X(41).
      *>   最終トレーラー行。
       01  COHORT-TRL.
           03   FILLER           PIC  X(36)      VALUE
           "＊＊＊　推計終了　＊＊＊".
           03   FILLER           PIC  X(21)      VALUE
           "　推計団体数：".
           03   TRL-DANTAI-CNT   PIC  Z(4)9.
           03   FILLER           PIC  X(24)      VALUE
           "件　仮定値なし：".
           03   TRL-NG-CNT       PIC  Z(4)9.
           03   FILLER           PIC  X(27)      VALUE
           "件　直線推計なし：".
           03   TRL-NOLINE-CNT   PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-PARAM-MASTER.
           PERFORM READ-COHORT-PARAM.
           PERFORM LOAD-SUIKEI-HIST THRU LOAD-SUIKEI-HIST-EXIT.
           PERFORM OPEN-MASTERS.
           PERFORM PROCESS-COHORT.
           PERFORM CLOSE-MASTERS.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-PARAM-MASTER
      *    パラメータ・マスタから推計の回数と男児割合を取得する。
      *    マスタが無い・未登録・不正値のときは既定値に落ちずに
      *    異常終了する（ZINKOSUIKEIと同じ扱い）。
      ******************************************************************
       READ-PARAM-MASTER.
           OPEN INPUT PARAM-IDX-FILE.
           IF F-STATUS5 <> "00" THEN
              DISPLAY "パラメータマスタOPENエラー："
                 F-STATUS5
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           MOVE "ZINKOCOHORT" TO PM-PROGRAM.
           MOVE "STEP-SU" TO PM-NAME.
           PERFORM GET-PARAM-NUM.
           MOVE PARAM-NUM TO STEP-SU.

           MOVE "ZINKOCOHORT" TO PM-PROGRAM.
           MOVE "DANJI-WARI" TO PM-NAME.
           PERFORM GET-PARAM-NUM.
           MOVE PARAM-NUM TO DANJI-WARI.

           CLOSE PARAM-IDX-FILE.
       READ-PARAM-MASTER-EXIT.
           EXIT.

      *>   PM-PROGRAM／PM-NAMEのキーで1件ランダムREADし、数値検査
      *>   のうえPARAM-NUMへ返す。未登録・非数値は異常終了。
       GET-PARAM-NUM.
           READ PARAM-IDX-FILE
              INVALID KEY
                 DISPLAY "パラメータ未登録：" PM-PROGRAM
                    " " PM-NAME
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
           END-READ.
           IF PM-VALUE IS NOT NUMERIC THEN
              DISPLAY "パラメータ不正：" PM-PROGRAM
                 " " PM-NAME
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           MOVE PM-VALUE TO PARAM-NUM.
       GET-PARAM-NUM-EXIT.
           EXIT.
      ******************************************************************
      *  READ-COHORT-PARAM
      *    COHORT-PARAMの制御カード（1件）から推計する団体コードを
      *    読み取る。ファイルが無い（"35"）・カードが無いときは
      *    都道府県グレインの全団体とする。
      ******************************************************************
       READ-COHORT-PARAM.
           OPEN INPUT COHORT-PARAM-FILE.
           IF F-STATUS6 = "35" THEN
              MOVE SPACES TO PARAM-CODE
           ELSE IF F-STATUS6 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS6
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              READ COHORT-PARAM-FILE NEXT
              IF F-STATUS6 = "00" THEN
                 MOVE COHORT-PARAM-REC (1:7) TO PARAM-CODE
              END-IF
              CLOSE COHORT-PARAM-FILE
           END-IF
           END-IF.
       READ-COHORT-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-SUIKEI-HIST
      *    推計履歴を全件読み、推計対象の団体について（団体・対象
      *    年）ごとに最も新しい実行日付の直線推計を在メモリ表に
      *    残す。履歴が無い（"35"）ときは0件とし、比較欄は「直線
      *    推計なし」になる。
      ******************************************************************
       LOAD-SUIKEI-HIST.
           MOVE 0 TO ST-COUNT.
           OPEN INPUT SUIKEI-HIST-FILE.
           IF F-STATUS4 = "35" THEN
              GO TO LOAD-SUIKEI-HIST-EXIT
           END-IF.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "推計履歴OPENエラー：" F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS4 <> "00"
              READ SUIKEI-HIST-FILE NEXT
              IF F-STATUS4 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS4 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS4
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO HIST-CNT
              IF PARAM-CODE = SPACES OR PH-CODE = PARAM-CODE THEN
                 PERFORM ADD-SUIKEI-ENTRY
              END-IF
           END-PERFORM.

           CLOSE SUIKEI-HIST-FILE.
       LOAD-SUIKEI-HIST-EXIT.
           EXIT.

      *>   同じ団体・対象年が既にあれば実行日付の新しい方（同日なら
      *>   後の行）で置き換え、無ければ表の末尾に加える。
       ADD-SUIKEI-ENTRY.
           MOVE 0 TO ST-HIT.
           PERFORM VARYING ST-LIN FROM 1 BY 1
                      UNTIL ST-LIN > ST-COUNT OR ST-HIT > 0
              IF ST-CODE (ST-LIN) = PH-CODE AND
                 ST-NEN (ST-LIN) = PH-TGT-NEN
                 MOVE ST-LIN TO ST-HIT
              END-IF
           END-PERFORM.
           IF ST-HIT = 0 THEN
              IF ST-COUNT >= ST-MAX THEN
                 DISPLAY "推計履歴表あふれ：" PH-CODE
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO ST-COUNT
              MOVE ST-COUNT TO ST-HIT
              MOVE PH-CODE TO ST-CODE (ST-HIT)
              MOVE PH-TGT-NEN TO ST-NEN (ST-HIT)
              MOVE 0 TO ST-RUN-DATE (ST-HIT)
           END-IF.
           IF PH-RUN-DATE >= ST-RUN-DATE (ST-HIT) THEN
              MOVE PH-RUN-DATE TO ST-RUN-DATE (ST-HIT)
              MOVE PH-ZINKO TO ST-ZINKO (ST-HIT)
           END-IF.
       ADD-SUIKEI-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-MASTERS / CLOSE-MASTERS
      *    年齢階層別人口マスタ・仮定値マスタ・面積マスタは推計に
      *    欠かせないので、開けなければ異常終了する。団体コード・
      *    マスタは名称を引くだけなので、無くても止めない。
      ******************************************************************
       OPEN-MASTERS.
           OPEN INPUT DEMO-IDX-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "年齢階層マスタOPENエラー：" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN INPUT KATEI-FILE.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "仮定値マスタOPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN INPUT MENSEKI-IDX-FILE.
           IF F-STATUS3 <> "00" THEN
              DISPLAY "面積マスタOPENエラー：" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           PERFORM OPEN-DANTAI-MASTER.
           OPEN OUTPUT COHORT-RPT-FILE.
       OPEN-MASTERS-EXIT.
           EXIT.

       CLOSE-MASTERS.
           CLOSE DEMO-IDX-FILE.
           CLOSE KATEI-FILE.
           CLOSE MENSEKI-IDX-FILE.
           PERFORM CLOSE-DANTAI-MASTER.
           CLOSE COHORT-RPT-FILE.
       CLOSE-MASTERS-EXIT.
           EXIT.
      ******************************************************************
      *  PROCESS-COHORT
      *    DEMO-IDXを索引順に1パスで読み、コードが変わるたびに直前
      *    の控え（その団体の最新年度）から推計する。対象は制御
      *    カードの団体、カードが無ければ都道府県グレインの全団体。
      ******************************************************************
       PROCESS-COHORT.
           MOVE 0 TO PAGE-NO.
           PERFORM PRINT-PAGE-HEAD.

           PERFORM UNTIL F-STATUS <> "00"
              READ DEMO-IDX-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO DEMO-CNT
              IF HAVE-SV AND DX-CODE NOT = SV-CODE THEN
                 PERFORM PROJECT-ONE-CODE THRU PROJECT-ONE-CODE-EXIT
                 MOVE "N" TO SV-SW
              END-IF
              IF (PARAM-CODE = SPACES AND
                  (DX-CODE (3:5) = "00000" OR
                   DX-CODE (3:5) = SPACES))
                 OR (PARAM-CODE NOT = SPACES AND
                     DX-CODE = PARAM-CODE)
                 PERFORM SAVE-DEMO-REC
              END-IF
           END-PERFORM.

           IF HAVE-SV THEN
              PERFORM PROJECT-ONE-CODE THRU PROJECT-ONE-CODE-EXIT
           END-IF.

           MOVE SUIKEI-DANTAI-CNT TO TRL-DANTAI-CNT.
           MOVE NG-CNT TO TRL-NG-CNT.
           MOVE NOLINE-CNT TO TRL-NOLINE-CNT.
           MOVE 2 TO NEED-LINES.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           MOVE COHORT-TRL TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
       PROCESS-COHORT-EXIT.
           EXIT.

       SAVE-DEMO-REC.
           SET HAVE-SV TO TRUE.
           MOVE DX-CODE TO SV-CODE.
           MOVE DX-NAME-X TO SV-NAME-X.
           MOVE DX-NEN TO SV-NEN.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                      UNTIL BAND-IDX > 18
              MOVE DX-DAN-BAND (BAND-IDX) TO SV-DAN-BAND (BAND-IDX)
              MOVE DX-JO-BAND (BAND-IDX) TO SV-JO-BAND (BAND-IDX)
           END-PERFORM.
       SAVE-DEMO-REC-EXIT.
           EXIT.
      ******************************************************************
      *  PROJECT-ONE-CODE
      *    控えた団体（SV-＊）の見出しを印字し、基準年の実績と、
      *    STEP-SU回分の推計の年度ブロックを印字する。仮定値が
      *    揃わない団体は見出しに続けてその旨を示し、推計しない。
      ******************************************************************
       PROJECT-ONE-CODE.
           MOVE SV-CODE TO SEISHIKI-CODE.
           MOVE SV-NAME-X TO SEISHIKI-NAME-X.
           PERFORM GET-SEISHIKI-NAME.
           PERFORM GET-MENSEKI THRU GET-MENSEKI-EXIT.
           PERFORM LOAD-KATEI.

           MOVE SV-CODE TO CH-CODE.
           MOVE SEISHIKI-NAME-X TO CH-NAME.
           MOVE SV-NEN TO CH-NEN.
           MOVE MENSEKI-WK TO CH-MENSEKI.
           MOVE 3 TO NEED-LINES.
           PERFORM CHECK-PAGE.
           MOVE COHORT-DANTAI-LINE TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO PRT-CNT.

           IF KATEI-NG THEN
              MOVE COHORT-NG-LINE TO COHORT-PRT-REC
              WRITE COHORT-PRT-REC
              MOVE SPACES TO COHORT-PRT-REC
              WRITE COHORT-PRT-REC
              ADD 2 TO LINE-CNT
              ADD 1 TO NG-CNT
              DISPLAY "仮定値なし：" SV-CODE
              GO TO PROJECT-ONE-CODE-EXIT
           END-IF.

           MOVE RT-SRC (1) TO CK-SEIZAN.
           MOVE RT-SRC (2) TO CK-SHUSSHO.
           MOVE RT-SRC (3) TO CK-IDO.
           COMPUTE CK-DANJI = DANJI-WARI / 100000.
           MOVE COHORT-KATEI-LINE TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO SUIKEI-DANTAI-CNT.

           PERFORM VARYING BAND-IDX FROM 1 BY 1
                      UNTIL BAND-IDX > 18
              MOVE SV-DAN-BAND (BAND-IDX) TO PT-BAND (1 BAND-IDX)
              MOVE SV-JO-BAND (BAND-IDX) TO PT-BAND (2 BAND-IDX)
           END-PERFORM.
           MOVE SV-NEN TO CUR-NEN.
           MOVE "B" TO BLOCK-KIND.
           PERFORM PRINT-NEN-BLOCK.

           MOVE "P" TO BLOCK-KIND.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                      UNTIL STEP-IDX > STEP-SU
              PERFORM PROJECT-STEP
              ADD 5 TO CUR-NEN
              PERFORM PRINT-NEN-BLOCK
           END-PERFORM.
       PROJECT-ONE-CODE-EXIT.
           EXIT.
      ******************************************************************
      *  GET-MENSEKI
      *    面積マスタからその団体の最新年度のMX-MENSEKIを探して
      *    MENSEKI-WKに返す（コードの先頭からSTARTし、同じコードの
      *    最後の年度まで読む）。無ければ0とし、密度も0とする。
      ******************************************************************
       GET-MENSEKI.
           MOVE 0 TO MENSEKI-WK.
           MOVE SV-CODE TO MX-CODE.
           MOVE 0 TO MX-NEN.
           START MENSEKI-IDX-FILE KEY IS NOT < MX-KEY
              INVALID KEY
                 ADD 1 TO NOMEN-CNT
                 GO TO GET-MENSEKI-EXIT
           END-START.
           MOVE "00" TO F-STATUS3.
           PERFORM UNTIL F-STATUS3 <> "00"
              READ MENSEKI-IDX-FILE NEXT
              IF F-STATUS3 = "00" THEN
                 IF MX-CODE = SV-CODE THEN
                    MOVE MX-MENSEKI TO MENSEKI-WK
                 ELSE
                    MOVE "10" TO F-STATUS3
                 END-IF
              END-IF
           END-PERFORM.
           IF MENSEKI-WK = 0 THEN
              ADD 1 TO NOMEN-CNT
           END-IF.
       GET-MENSEKI-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-KATEI
      *    種別（生残率・出生率・純移動率）×男女の仮定値をRATE-
      *    TABLEへ読み込む。団体別の仮定値が無ければ全国共通の
      *    ものを使う。生残率（男女）か出生率（女）が無ければ
      *    KATEI-NGとする。男性の出生率は使わないので読まない。
      ******************************************************************
       LOAD-KATEI.
           MOVE "N" TO KATEI-NG-SW.
           PERFORM VARYING KIND-IDX FROM 1 BY 1
                      UNTIL KIND-IDX > 3
              MOVE SPACES TO RT-SRC (KIND-IDX)
              PERFORM VARYING SEX-IDX FROM 1 BY 1
                         UNTIL SEX-IDX > 2
                 PERFORM VARYING BAND-IDX FROM 1 BY 1
                            UNTIL BAND-IDX > 18
                    MOVE 0 TO RT-RITSU (KIND-IDX SEX-IDX BAND-IDX)
                 END-PERFORM
                 IF KIND-IDX NOT = 2 OR SEX-IDX = 2 THEN
                    PERFORM READ-KATEI-ONE
                 END-IF
              END-PERFORM
              IF RT-SRC (KIND-IDX) = SPACES THEN
                 MOVE "なし" TO RT-SRC (KIND-IDX)
              END-IF
           END-PERFORM.
       LOAD-KATEI-EXIT.
           EXIT.

      *>   1種別・1男女分の仮定値を、団体別→全国共通の順に探す。
       READ-KATEI-ONE.
           MOVE "N" TO KATEI-HIT-SW.
           MOVE "N" TO KATEI-KOBETSU-SW.
           MOVE SV-CODE TO KT-CODE.
           MOVE KIND-CHARS (KIND-IDX:1) TO KT-SHUBETSU.
           MOVE SEX-CHARS (SEX-IDX:1) TO KT-SEX.
           READ KATEI-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET KATEI-HIT TO TRUE
                 SET KATEI-KOBETSU TO TRUE
           END-READ.
           IF NOT KATEI-HIT THEN
              MOVE SPACES TO KT-CODE
              MOVE KIND-CHARS (KIND-IDX:1) TO KT-SHUBETSU
              MOVE SEX-CHARS (SEX-IDX:1) TO KT-SEX
              READ KATEI-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET KATEI-HIT TO TRUE
              END-READ
           END-IF.

           IF KATEI-HIT THEN
              PERFORM VARYING BAND-IDX FROM 1 BY 1
                         UNTIL BAND-IDX > 18
                 MOVE KT-RITSU (BAND-IDX)
                   TO RT-RITSU (KIND-IDX SEX-IDX BAND-IDX)
              END-PERFORM
              IF KATEI-KOBETSU THEN
                 MOVE "個別" TO RT-SRC (KIND-IDX)
              ELSE IF RT-SRC (KIND-IDX) = SPACES THEN
                 MOVE "全国" TO RT-SRC (KIND-IDX)
              END-IF
              END-IF
           ELSE IF KIND-IDX NOT = 3 THEN
              SET KATEI-NG TO TRUE
           END-IF
           END-IF.
       READ-KATEI-ONE-EXIT.
           EXIT.
      ******************************************************************
      *  PROJECT-STEP
      *    POP-TABLEの人口を5年先へ進める（手順は冒頭の説明の
      *    とおり）。結果は整数に四捨五入し、負になったら0人とする。
      ******************************************************************
       PROJECT-STEP.
           MOVE 0 TO BIRTHS-WK.
           PERFORM VARYING BAND-IDX FROM 4 BY 1
                      UNTIL BAND-IDX > 10
              COMPUTE BIRTHS-WK = BIRTHS-WK
                               + PT-BAND (2 BAND-IDX)
                               * RT-RITSU (2 2 BAND-IDX)
           END-PERFORM.

           PERFORM VARYING SEX-IDX FROM 1 BY 1
                      UNTIL SEX-IDX > 2
              IF SEX-IDX = 1 THEN
                 COMPUTE BIRTHS-SEX-WK = BIRTHS-WK * DANJI-WARI
                                      / 100000
              ELSE
                 COMPUTE BIRTHS-SEX-WK = BIRTHS-WK
                                      - BIRTHS-WK * DANJI-WARI
                                      / 100000
              END-IF
              COMPUTE VAL-WK ROUNDED = BIRTHS-SEX-WK
                                    * RT-RITSU (1 SEX-IDX 1)
                                    * (1 + RT-RITSU (3 SEX-IDX 1))
              MOVE 1 TO BAND-IDX
              PERFORM STORE-NXT

              PERFORM VARYING BAND-IDX FROM 2 BY 1
                         UNTIL BAND-IDX > 18
                 IF BAND-IDX = 18 THEN
                    COMPUTE SOURCE-WK = PT-BAND (SEX-IDX 17)
                                     + PT-BAND (SEX-IDX 18)
                 ELSE
                    MOVE PT-BAND (SEX-IDX BAND-IDX - 1) TO SOURCE-WK
                 END-IF
                 COMPUTE VAL-WK ROUNDED =
                         SOURCE-WK
                       * RT-RITSU (1 SEX-IDX BAND-IDX)
                       * (1 + RT-RITSU (3 SEX-IDX BAND-IDX))
                 PERFORM STORE-NXT
              END-PERFORM
           END-PERFORM.

           MOVE NXT-TABLE TO POP-TABLE.
       PROJECT-STEP-EXIT.
           EXIT.

       STORE-NXT.
           IF VAL-WK < 0 THEN
              MOVE 0 TO NX-BAND (SEX-IDX BAND-IDX)
           ELSE
              MOVE VAL-WK TO NX-BAND (SEX-IDX BAND-IDX)
           END-IF.
       STORE-NXT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-NEN-BLOCK
      *    CUR-NEN年の年度ブロック（年度行・階級明細6行・集計行・
      *    空行）を印字する。集計行の年少率・高齢化率は
      *    ZINKODEMOと同じ定義、密度は団体の面積で割った値。推計の
      *    年度には、同じ対象年の直線推計とその差を添える。
      ******************************************************************
       PRINT-NEN-BLOCK.
           MOVE 9 TO NEED-LINES.
           PERFORM CHECK-PAGE.

           MOVE CUR-NEN TO YL-NEN.
           IF BLOCK-KIJUN THEN
              MOVE "基準年（実績）" TO YL-KUBUN
           ELSE
              MOVE "推計" TO YL-KUBUN
           END-IF.
           MOVE COHORT-NEN-LINE TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.

           MOVE 0 TO WK-ZINKO.
           MOVE 0 TO WK-YOUTH.
           MOVE 0 TO WK-OLD.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                      UNTIL LINE-IDX > 6
              MOVE SPACES TO COHORT-BAND-LINE
              PERFORM VARYING COL-IDX FROM 1 BY 1
                         UNTIL COL-IDX > 3
                 COMPUTE BAND-IDX = (COL-IDX - 1) * 6 + LINE-IDX
                 MOVE BAND-LABEL (BAND-IDX) TO BL-LABEL (COL-IDX)
                 MOVE PT-BAND (1 BAND-IDX) TO BL-DAN (COL-IDX)
                 MOVE PT-BAND (2 BAND-IDX) TO BL-JO (COL-IDX)
                 PERFORM ADD-BAND-TOTAL
              END-PERFORM
              MOVE COHORT-BAND-LINE TO COHORT-PRT-REC
              WRITE COHORT-PRT-REC
           END-PERFORM.

           PERFORM CALC-RATES.
           IF MENSEKI-WK = 0 THEN
              MOVE 0 TO MITSUDO-WK
           ELSE
              COMPUTE MITSUDO-WK = WK-ZINKO / MENSEKI-WK
           END-IF.
           MOVE WK-ZINKO TO SM-ZINKO.
           MOVE RATE-YOUTH TO SM-YOUTH.
           MOVE RATE-OLD TO SM-AGED.
           MOVE MITSUDO-WK TO SM-MITSUDO.
           PERFORM SET-HIKAKU THRU SET-HIKAKU-EXIT.
           MOVE COHORT-SUM-LINE TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           MOVE SPACES TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           ADD 9 TO LINE-CNT.
           ADD 9 TO PRT-CNT.
       PRINT-NEN-BLOCK-EXIT.
           EXIT.

      *>   階級BAND-IDXの男女を総数・年少（1〜3）・高齢（14〜18）へ
      *>   加える。
       ADD-BAND-TOTAL.
           ADD PT-BAND (1 BAND-IDX) TO WK-ZINKO.
           ADD PT-BAND (2 BAND-IDX) TO WK-ZINKO.
           IF BAND-IDX <= 3 THEN
              ADD PT-BAND (1 BAND-IDX) TO WK-YOUTH
              ADD PT-BAND (2 BAND-IDX) TO WK-YOUTH
           END-IF.
           IF BAND-IDX >= 14 THEN
              ADD PT-BAND (1 BAND-IDX) TO WK-OLD
              ADD PT-BAND (2 BAND-IDX) TO WK-OLD
           END-IF.
       ADD-BAND-TOTAL-EXIT.
           EXIT.

      *>   比較欄。基準年は空欄、推計の年度は同じ団体・対象年の
      *>   直線推計（無ければ「直線推計なし」）。
       SET-HIKAKU.
           IF BLOCK-KIJUN THEN
              MOVE SPACES TO SM-HIKAKU-X
              GO TO SET-HIKAKU-EXIT
           END-IF.
           MOVE 0 TO ST-HIT.
           PERFORM VARYING ST-LIN FROM 1 BY 1
                      UNTIL ST-LIN > ST-COUNT OR ST-HIT > 0
              IF ST-CODE (ST-LIN) = SV-CODE AND
                 ST-NEN (ST-LIN) = CUR-NEN
                 MOVE ST-LIN TO ST-HIT
              END-IF
           END-PERFORM.
           IF ST-HIT = 0 THEN
              MOVE " 直線推計なし" TO SM-HIKAKU-X
              ADD 1 TO NOLINE-CNT
           ELSE
              COMPUTE SA-WK = WK-ZINKO - ST-ZINKO (ST-HIT)
              MOVE " 直線推計：" TO SM-LINEAR-LIT
              MOVE ST-ZINKO (ST-HIT) TO SM-LINEAR
              MOVE " 差：" TO SM-SA-LIT
              MOVE SA-WK TO SM-SA
           END-IF.
       SET-HIKAKU-EXIT.
           EXIT.
      ******************************************************************
      *  CALC-RATES
      *    WK-＊（総数・年少・高齢）から年少率・高齢化率（％）を
      *    求める（ZINKODEMOと同じ）。母数ゼロのときは0％とする。
      ******************************************************************
       CALC-RATES.
           IF WK-ZINKO = 0 THEN
              MOVE 0 TO RATE-YOUTH
              MOVE 0 TO RATE-OLD
           ELSE
              COMPUTE RATE-YOUTH = WK-YOUTH * 100 / WK-ZINKO
              COMPUTE RATE-OLD = WK-OLD * 100 / WK-ZINKO
           END-IF.
       CALC-RATES-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER / GET-SEISHIKI-NAME
      *    団体コード・マスタ（DANTAI-IDX）を照会専用に開き、コード
      *    ごとの正式名称をSEISHIKI-NAME-Xに返す。マスタが無い、また
      *    はコードが未登録のときは、呼び出し側が設定した従来の短い
      *    名称のまま印字する（帳票は止めない）。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS9 = "00" THEN
              SET DANTAI-OPEN TO TRUE
           ELSE
              DISPLAY "団体コードマスタ無し："
                 F-STATUS9
           END-IF.
       OPEN-DANTAI-MASTER-EXIT.
           EXIT.

       CLOSE-DANTAI-MASTER.
           IF DANTAI-OPEN THEN
              CLOSE DANTAI-FILE
              MOVE "N" TO DANTAI-SW
           END-IF.
       CLOSE-DANTAI-MASTER-EXIT.
           EXIT.

       GET-SEISHIKI-NAME.
           IF DANTAI-OPEN THEN
              MOVE SEISHIKI-CODE TO DT-CODE
      *>      県の行は下5桁空白の形もあるので、マスタのキーの形
      *>      （"PP00000"）に揃えて引く。
              IF DT-CODE (3:5) = SPACES THEN
                 MOVE "00000" TO DT-CODE (3:5)
              END-IF
              READ DANTAI-FILE
                 NOT INVALID KEY
                    MOVE DT-NAME-X TO SEISHIKI-NAME-X
              END-READ
           END-IF.
       GET-SEISHIKI-NAME-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-PAGE-HEAD / CHECK-PAGE
      *    頁見出し（タイトル・実行日付・頁番号・列見出し）を印字
      *    する。CHECK-PAGEは続けて印字するNEED-LINES行が頁に
      *    収まらなければ改頁する。
      ******************************************************************
       PRINT-PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-DATE (1:4) TO HD1-DATE-YY.
           MOVE RUN-DATE (5:2) TO HD1-DATE-MM.
           MOVE RUN-DATE (7:2) TO HD1-DATE-DD.
           MOVE PAGE-NO TO HD1-PAGE.

           MOVE COHORT-HD1 TO COHORT-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE COHORT-PRT-REC
           ELSE
              WRITE COHORT-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE COHORT-HD2 TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           MOVE SPACES TO COHORT-PRT-REC.
           WRITE COHORT-PRT-REC.
           MOVE 3 TO LINE-CNT.
       PRINT-PAGE-HEAD-EXIT.
           EXIT.

       CHECK-PAGE.
           IF LINE-CNT + NEED-LINES > PAGE-MAX THEN
              PERFORM PRINT-PAGE-HEAD
           END-IF.
       CHECK-PAGE-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      ******************************************************************
       WRITE-RUN-HIST.
           OPEN EXTEND HIST-FILE.
           IF F-STATUS8 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS8 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS8
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOCOHORT" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE DEMO-CNT TO H-IN-CNT1.
           MOVE HIST-CNT TO H-IN-CNT2.
           MOVE SUIKEI-DANTAI-CNT TO H-OUT-CNT1.
           MOVE PRT-CNT TO H-OUT-CNT2.
           MOVE NG-CNT TO H-CNT1.
           MOVE NOMEN-CNT TO H-CNT2.
           MOVE NOLINE-CNT TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
