      *    する。汎用の件数欄の意味はプログラムごとに次のとおり。
      *      ZINKOMITSUDO2：IN1＝人口マスタ読込、IN2＝面積テーブル
      *        取込、OUT1＝RESULT-REC書出、OUT2＝CSV明細行、
      *        CNT1＝人口側のみ件数、CNT2＝面積側のみ件数、
      *        CNT3＝可住地面積なし件数
      *      ZINKOMENT：IN1＝制御カード読込、IN2＝承認済変更の反映、
      *        OUT1＝承認待ち登録、OUT2＝承認済変更の反映不可、
      *        CNT1＝追加、CNT2＝変更、CNT3＝削除、CNT4＝棄却
      *      ZINKORANK：IN1＝順位付け対象件数、OUT1＝印字明細件数、
      *        CNT1＝可住地面積なし件数（可住地密度の順位付け時）
      *      ZINKOHIKA：IN1＝比較対象件数、OUT1＝比較印字件数、
      *        CNT1＝前年なし件数、CNT2＝可住地面積なし件数（可住地
      *        密度の比較時）
      *      ZINKOJOBCTL：IN1＝工程定義件数、OUT1＝起動工程件数、
      *        CNT1＝正常終了、CNT2＝異常停止、CNT3＝ゲート保留、
      *        CNT4＝済工程読飛
      *      ZINKOTSMNT：IN1＝制御カード読込、CNT1＝予定登録、
      *        CNT2＝確定、CNT3＝確定解除、CNT4＝棄却
      *      ZINKOTOKUSOKU：IN1＝調べた県数、OUT1＝督促対象、
      *        CNT1＝完了、CNT2＝期限超過、CNT3＝未着、CNT4＝取込
      *        不足
      *      ZINKOSHONIN：IN1＝処分カード読込、IN2＝承認待ち件数、
      *        OUT1＝一覧印字、OUT2＝承認済未反映、CNT1＝承認、
      *        CNT2＝却下、CNT3＝不正カード、CNT4＝滞留
      *      ZINKOCDMNT：IN1＝制御カード読込、CNT1＝追加、
      *        CNT2＝変更、CNT3＝削除、CNT4＝棄却
      *      ZINKOCGMNT：IN1＝制御カード読込、CNT1＝追加、
      *        CNT2＝変更、CNT3＝削除、CNT4＝棄却
      *      ZINKOCHIIKI：IN1＝RESULT-REC読込、IN2＝構成団体数、
      *        OUT1＝印字明細、OUT2＝計上件数、CNT1＝グループ数、
      *        CNT2＝県と重複の除外、CNT3＝重複登録の除外
      *      ZINKOKTMNT：IN1＝制御カード読込、CNT1＝追加、
      *        CNT2＝変更、CNT3＝削除、CNT4＝棄却
      *      ZINKOCOHORT：IN1＝年齢階層マスタ読込、IN2＝推計履歴
      *        読込、OUT1＝推計団体数、OUT2＝印字行、CNT1＝仮定値
      *        なし、CNT2＝面積なし、CNT3＝直線推計なし
      *      ZINKOIDMNT：IN1＝制御カード読込、CNT1＝追加、
      *        CNT2＝変更、CNT3＝削除、CNT4＝棄却
      *      ZINKOGETSU：IN1＝人口マスタ読込、IN2＝月次異動読込、
      *        OUT1＝月次推計書出、OUT2＝印字行、CNT1＝推計団体数、
      *        CNT2＝締め誤差件数、CNT3＝欠けのある月、CNT4＝面積
      *        なし
      *      ZINKOSHOBUN：IN1＝処分カード読込、IN2＝警報件数、
      *        OUT1＝凍結した公表版、OUT2＝改定表書出、CNT1＝受理、
      *        CNT2＝差戻し、CNT3＝不正カード、CNT4＝未処分
      *      ZINKOKAITEI：IN1＝改定表読込、OUT1＝印字明細、
      *        CNT1＝版数、CNT2＝警報処分の理由、CNT3＝保守の理由、
      *        CNT4＝理由なし
      *      ZINKOTEIKYO：IN1＝RESULT-REC読込、OUT1＝提供CSV明細、
      *        OUT2＝抽出件数、CNT1＝年齢階層なし、CNT2＝可住地面積
      *        なし（拒否したときはRC＝8）
      *      ZINKOKAIJI：IN1＝提供台帳読込、OUT1＝印字明細、
      *        CNT1＝対象月の提供件数
      *    未使用の欄は0とする。
      ******************************************************************
       01  HIST-REC.
