             TO CTL-WARN-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> ORIGEN-FILE
      *> 檔案名稱：OrigEn_Mismatch.csv
      *> 用途：ADDR_LINE_ORIG (原文) 與英文行解析結果不一致的
      *>      欄位明細 (段/巷/弄/號/樓數字、縣市)，一欄一列
      *******************************************************
           SELECT ORIGEN-FILE ASSIGN
             TO CTL-ORIGEN-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> BU-SUMMARY-FILE
      *> 檔案名稱：BusinessUnit_Summary.csv
      *> 用途：主檔異動 (新增/更新/刪除) 逐筆附加至累積異動檔
      *>      (遞增序號)，各訂閱系統依已確認序號領取差異檔，
      *>      不必每晚整檔複製；確認檔推進游標，落後過多的
      *>      訂閱者列入落後報表。TOKENIZE=Y 時差異檔的
      *>      CUSTOMER_ID 帶該訂閱者專屬代號 (累積檔不變)
      *******************************************************
           SELECT CHGFEED-FILE ASSIGN
             TO CTL-CF-PATH
      *> 檔案名稱：output\RefAddress.dat (REFADDR-LOAD 轉建)
      *> 用途：授權全國地址檔的鍵值式索引 (市鎮層 L;/街道層 S;
      *>      記錄)，逐筆以鍵值讀取評定比對等級 P/S/L/N，
      *>      不再受 OCCURS 表格容量限制；單棟層 U; 記錄 (戶數)
      *>      供多戶建物缺樓層/室號判斷
      *******************************************************
           SELECT REFADDR-FILE ASSIGN
             TO "output\RefAddress.dat"
             TO CTL-MOVERS-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> HRU-FILE
      *> 檔案名稱：HighRisk_New.csv
      *> 用途：地址用途由一般轉為高風險 (郵件代收/虛擬辦公室/
      *>      包裹櫃/監所/醫院/旅館) 或新客戶即為高風險者，
      *>      供詐欺防制/KYC 覆核 (REPARSE 續跑時接續附加)
      *******************************************************
           SELECT HRU-FILE ASSIGN
             TO CTL-HRU-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HRU-STATUS.

      *******************************************************
      *> NOTICE-FILE / NOTICE-REG-FILE
      *> 檔案名稱：Change_Notices.csv、NoticeRegister.dat
      *> 用途：主檔地址異動 (批次搬家戶、DELTA U、COA 套用)
      *>      時，對舊址與新址各發一份地址變更確認通知，
      *>      供 LABEL-PRINT (NOTICES=Y) 或外部印製廠商使用；
      *>      通知登錄以 CUSTOMER_ID + 異動雜湊為鍵，記錄每位
      *>      客戶已發的通知，同一異動 (批次續跑重處理) 不重發
      *******************************************************
           SELECT NOTICE-FILE ASSIGN
             TO CTL-NTC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NTC-STATUS.

           SELECT NOTICE-REG-FILE ASSIGN
             TO CTL-NTR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NTR-KEY
             FILE STATUS IS NTR-STATUS.

      *******************************************************
      *> TAXJUR-FILE / TAX-IND-FILE / TAX-REG-FILE
      *> 檔案名稱：input\ReportableJurisdictions.csv、
      *>          Tax_Indicia.csv、TaxIndiciaRegister.dat
      *> 用途：CRS/FATCA 稅務居住地徵兆 (indicia)。主檔地址異動
      *>      遷往另一應申報國家、遷入美國，或美國郵政信箱/
      *>      轉交地址成為唯一地址時，列入徵兆檔交稅務作業
      *>      重新徵提文件；對照表每列 國家;制度(CRS/FATCA);
      *>      重新徵提天數，FATCA 列即代表美國的各種國名寫法。
      *>      徵兆登錄以 CUSTOMER_ID + 徵兆雜湊為鍵，同一徵兆
      *>      (批次續跑重處理) 不重報；對照表不存在時不評估
      *******************************************************
           SELECT TAXJUR-FILE ASSIGN
             TO "input\ReportableJurisdictions.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAX-JUR-STATUS.

           SELECT TAX-IND-FILE ASSIGN
             TO CTL-TAX-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAX-STATUS.

           SELECT TAX-REG-FILE ASSIGN
             TO CTL-TXR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TXR-KEY
             FILE STATUS IS TXR-STATUS.

      *******************************************************
      *> OVR-REVIEW-FILE
      *> 檔案名稱：Override_Review.csv
      *> 用途：逐字地址覆寫暫停清單；設有覆寫的客戶由來源
      *>      送來不同地址 (或 COA 套用新址) 時暫停覆寫並列入
      *>      本檔 (累積附加)，由 FAIL-FIX 覆核：恢復、重鍵
      *>      或撤除覆寫
      *******************************************************
           SELECT OVR-REVIEW-FILE ASSIGN
             TO CTL-OVR-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OVR-STATUS.

      *******************************************************
      *> WORKQ-FILE / WQ-RULE-FILE / WQ-CAT-FILE
      *> 檔案名稱：WorkQueue.dat / input 目錄下
      *>          WorkQueueRules.csv 與 ErrorCatalog.csv
      *> 用途：失敗資料工作佇列 (每位客戶一筆，跨執行保存)。
      *>      本次失敗者建立 (或重開) 工作項目，依指派規則檔
      *>      按業務單位/國別/錯誤代碼指派分析員，到期日依
      *>      錯誤嚴重度推算；本次通過者結案 (FIXED)。FAIL-FIX
      *>      僅開啟簽入分析員名下項目，WQ-BACKLOG 產出逾期
      *>      積壓報表
      *******************************************************
           SELECT WORKQ-FILE ASSIGN
             TO CTL-WQ-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WQ-CUSTID
             FILE STATUS IS WQ-STATUS.

           SELECT WQ-RULE-FILE ASSIGN
             TO CTL-WQ-RULE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WQ-RULE-STATUS.

           SELECT WQ-CAT-FILE ASSIGN
             TO CTL-WQ-CAT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WQ-CAT-STATUS.

      *******************************************************
      *> DWH-FACT-FILE / DWH-CODE-FILE / DWH-DIM-FILE
      *> 檔案名稱：DWH_Fact_<RUN_ID>.csv / DWH_FactCode_<RUN_ID>
      *>          .csv / DWH_DimCountry.csv / DWH_DimErrorCode.csv
      *>          / DWH_DimSource.csv / DWH_DimRuleset.csv /
      *>          DWH_Manifest_<RUN_ID>.csv
      *> 用途：資料倉儲抽取 (DWH-EXTRACT=Y)。每筆輸入記錄一列
      *>      處理事實 (RUN_ID 即本次執行時戳，與稽核日誌相同)，
      *>      CUSTOMER_ID 帶 WAREHOUSE 夥伴代號；錯誤/警示代碼
      *>      另以橋接檔逐碼對應代碼維度。維度檔兼作代理鍵登錄
      *>      (啟動時載入、結束時整檔寫回，代理鍵一經配發永不
      *>      變更；LAST_RUN_ID=本次者為新增/異動列)。清單檔最後
      *>      寫出，列出本次各檔筆數，供倉儲載入程式逐次增量載入
      *******************************************************
           SELECT DWH-FACT-FILE ASSIGN
             TO CTL-DWH-FACT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DWH-FACT-STATUS.

           SELECT DWH-CODE-FILE ASSIGN
             TO CTL-DWH-CODE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DWH-CODE-STATUS.

           SELECT DWH-DIM-FILE ASSIGN
             TO CTL-DWH-DIM-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DWH-DIM-STATUS.

      *******************************************************
      *> MASTER-BAL-FILE
      *> 檔案名稱：MasterBalance.dat
      *> 用途：地址主檔平衡控制；保存前次觸及主檔之執行的
      *>      期末筆數 (期末筆數;時戳;執行模式)，供本次期初
      *>      筆數核對前後銜接
      *******************************************************
           SELECT MASTER-BAL-FILE ASSIGN
             TO CTL-MBL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MBL-STATUS.

      *******************************************************
      *> PARM-REPORT-FILE
      *> 檔案名稱：Parm_Report.csv
      *> 檔案名稱：ISO20022_Address.xml
      *> 用途：以 ISO 20022 PostalAddress 元素輸出每筆處理完的
      *>      地址 (CBPRPLUS 欄位即為對應元素)，供支付報文團隊
      *>      直接嵌入，毋須重新鍵入。TOKENIZE=Y 時 CustId 帶
      *>      ISO20022 夥伴代號 (見 TOKEN-VAULT)
      *******************************************************
           SELECT ISO20022-FILE ASSIGN
             TO CTL-ISO20022-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> MT-PARTY-FILE / MT-VIO-FILE
      *> 檔案名稱：SWIFT_MT_Party.csv、SWIFT_MT_Violations.csv
      *> 用途：SWIFT MT 50F/59F 結構化當事人地址 (1/ 名稱、
      *>      2/ 地址明細、3/ 國別代碼/城鎮)，每行至多 35 字、
      *>      限 SWIFT X 字元集、至多 4 行，供支付團隊直接貼入
      *>      MT 報文；排不進 4 行或含無法轉寫字元者不截斷，
      *>      改列違規檔
      *******************************************************
           SELECT MT-PARTY-FILE ASSIGN
             TO CTL-MT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MT-VIO-FILE ASSIGN
             TO CTL-MTV-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> PRESORT-COLL-FILE / PRESORT-SORT-FILE / PRESORT-OUT-FILE
      *> 檔案名稱：Presort_Work.tmp / Address_Split_FB_Presort.txt
      *> 用途：以 COBOL SORT 依 COUNTRY、ZIP、STREET 排序產生
      *>      郵遞路線順序輸出，附遞增預分揀序號，供自行裝盤
      *>      爭取預分揀折扣。TOKENIZE=Y 時 CUSTOMER_ID 欄帶
      *>      PRESORT 夥伴代號
      *******************************************************
           SELECT PRESORT-COLL-FILE ASSIGN
             TO CTL-PRESORT-COLL-PATH
             TO CTL-TRAY-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> FULLRATE-FILE / CERT-WORK-FILE / CERT-FILE /
      *> PRESORT-NEW-FILE
      *> 檔案名稱：Address_Split_FB_FullRate.txt、
      *>          Certificate_Work.tmp、
      *>          Discount_Certificate_<通路>.txt、
      *>          Address_Split_FB_Presort.txt.new
      *> 用途：郵資折扣資格證明書；不符折扣條件 (地址未驗證、
      *>      未達街道層比對、無分揀條碼、所屬盤未達最低件數)
      *>      的郵件自預分揀輸出移出，另成全額郵資輸出，證明書
      *>      依通路列示各項件數與參照資料日期
      *******************************************************
           SELECT FULLRATE-FILE ASSIGN
             TO CTL-FULLRATE-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERT-WORK-FILE ASSIGN
             TO CTL-CERT-WORK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CERT-WORK-STATUS.

           SELECT CERT-FILE ASSIGN
             TO CTL-CERT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRESORT-NEW-FILE ASSIGN
             TO CTL-PRESORT-NEW-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> CMGL-FEED-FILE
      *> 檔案名稱：Presort_Commingle.dat (COMMINGLE=Y 或
      *>          DROP-PLAN=Y 時)
      *> 用途：預分揀併盤饋送檔 — 每件郵件一列，帶排序鍵、業務
      *>      單位 (SOURCE_SYSTEM)、通路、轉碼前的固定長度記錄與
      *>      CUSTOMER_ID 雜湊 (分批交寄交握檔用)；
      *>      旗標 Q=可入盤、F=單件即不符折扣條件；由 COMMINGLE
      *>      跨工作合併重新裝盤，或由 DROP-PLAN 分批交寄重新裝盤
      *******************************************************
           SELECT CMGL-FEED-FILE ASSIGN
             TO CTL-CMGL-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> ROUTE-FILE / CH-UPU-FILE / CH-FB-FILE
      *> 檔案名稱：input\CountryRouting.csv、
      *>          Address_Split_FB_<通路>.txt
      *> 用途：國際郵件依目的國交寄不同郵政業者；路由檔將國家
      *>      對應到通路 (小國可共用 REST_OF_WORLD)，UPU 與
      *>      固定長度輸出依通路分檔。UPU 通路分檔交付業者，
      *>      TOKENIZE=Y 時 CUSTOMER_ID 帶該通路代號 (合併檔
      *>      UPU_Address.csv 留內部使用，仍帶真實 ID)
      *******************************************************
           SELECT ROUTE-FILE ASSIGN
             TO "input\CountryRouting.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROUTE-STATUS.

      *******************************************************
      *> NAMEV-FILE / SALU-FILE
      *> 檔案名稱：input\NameVocabulary.csv、
      *>          input\SalutationRules.csv
      *> 用途：收件人姓名 (DTLS-LF 30) 拆為稱謂/名/姓/字尾/
      *>      機構名，並依國家組稱呼語與正式收件人行
      *>      NameVocabulary.csv：類別;詞;輸出寫法
      *>        TITLE;DR;Dr.      稱謂 (比對時忽略大小寫與 ".")
      *>        SUFFIX;JR;Jr.     姓名字尾
      *>        PARTICLE;VAN;van  姓氏前置詞 (併入姓)
      *>        ORDER;JP;FAMILY-FIRST  該國姓在前 (中日韓等)
      *>      SalutationRules.csv：國家;類型;稱呼語;正式收件人
      *>        國家為 ISO 2 碼，可逗號列多國 (同語系共用一列，
      *>        如 DE,AT,CH)，* 為預設；類型 T=有稱謂 P=無稱謂
      *>        B=企業戶 U=無姓名；範本代換 {TITLE} {GIVEN}
      *>        {SURNAME} {SUFFIX} {ORG} {NAME} 及 {FULL} (名與姓
      *>        依該國順序，姓在前國家為 姓 名)
      *>      兩檔皆選用，未提供時以內建常用詞與英文範本處理
      *******************************************************
           SELECT NAMEV-FILE ASSIGN
             TO "input\NameVocabulary.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NAMEV-STATUS.

           SELECT SALU-FILE ASSIGN
             TO "input\SalutationRules.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SALU-STATUS.

      *******************************************************
      *> S10RNG-FILE / S10HW-FILE
      *> 檔案名稱：input\S10Ranges.csv、S10_HighWater.dat
      *> 用途：UPU S10 掛號/追蹤號碼配號。號段檔記載郵政業者
      *>      核發的號段 (服務代碼;起號;迄號;原寄國代碼;
      *>      低水位警示剩餘數)；路由檔第 3 欄標有服務代碼的
      *>      通路逐件取號。高水位檔記錄各號段已保留到的序號，
      *>      每保留一段 (S10-RSV-CHUNK) 先回寫再發號，中斷
      *>      續跑時自高水位起算，號碼絕不重複發出。高水位檔
      *>      置於共用目錄 (SHARED-DIR)，工作佇列各工作與平行
      *>      分割共用同一份，每次保留皆取 S10_HighWater.lck
      *>      鎖定後重讀再回寫
      *******************************************************
           SELECT S10RNG-FILE ASSIGN
             TO "input\S10Ranges.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS S10-RNG-STATUS.

           SELECT S10HW-FILE ASSIGN
             TO CTL-S10-HW-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS S10-HW-STATUS.

      *******************************************************
      *> RATE-FILE / POSTAGE-EST-FILE
      *> 檔案名稱：input\RateCard.csv、Postage_Estimate.csv
             TO CTL-BUFAIL-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> SWB-WB-FILE / SWB-RJ-FILE
      *> 檔案名稱：WriteBack_<SOURCE_SYSTEM>.csv /
      *>          RejectNotice_<SOURCE_SYSTEM>.csv (各附 .ctl)
      *> 用途：回送來源系統於源頭更正。回寫檔為重建地址與
      *>      送入地址不同者的標準化欄位 (欄位配置依該來源
      *>      ClientProfiles.csv 的 WRITEBACK-LAYOUT)；退件通知
      *>      檔為失敗者逐一錯誤代碼附 ErrorCatalog.csv 說明與
      *>      處理建議。兩檔每列帶流水號 SEQ_NO
      *******************************************************
           SELECT SWB-WB-FILE ASSIGN
             TO CTL-SWB-WB-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SWB-WB-STATUS.

           SELECT SWB-RJ-FILE ASSIGN
             TO CTL-SWB-RJ-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SWB-RJ-STATUS.

      *******************************************************
      *> PRS-FILE / PRS-IDX-FILE
      *> 檔案名稱：ParsedStore_<RUN_ID>.dat、ParsedStore_Index.csv
      *> 用途：每次執行的解析結果存檔 (RUN_ID 即執行時戳)，供
      *>      OUT-REGEN 於事後重產任一郵寄輸出，毋須重跑解析、
      *>      不動主檔/歷史/異動饋送。各列以類別開頭：
      *>        H;RUN_ID;MAILING_ID;BATCH_SOURCE;ENCODING;
      *>          TOKENIZE;OUTPUT_FORMAT;TRAY_MIN;RUN_MODE
      *>        R;SEQ;CUSTOMER_ID;OUTCOME;ERROR_CODES;
      *>          WARNING_CODES;PRIORITY;CHANNEL;COUNTRY_ISO2;
      *>          DTLS-LF(1)..DTLS-LF(32)
      *>        L;SEQ;格式;輸出列 (格式 CSVHDR/CSV/FAILHDR/FAIL/
      *>          FIXED/UPUHDR/UPU/ISO/PRESORT/FULLRATE；固定長度
      *>          與預分揀列一律存轉碼前的 ASCII)
      *>        T;R 列數;L 列數
      *>      索引檔逐次附加 RUN_ID;OPEN|COMPLETE;時戳;筆數，中斷
      *>      續跑時沿用最後一筆 OPEN 的 RUN_ID 接續同一存檔
      *******************************************************
           SELECT PRS-FILE ASSIGN
             TO CTL-PRS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRS-STATUS.

           SELECT PRS-IDX-FILE ASSIGN
             TO CTL-PRS-IDX-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRS-IDX-STATUS.

      *******************************************************
      *> PRIO-FILE
      *> 檔案名稱：Address_Split_Priority.csv
             TO CTL-EMBARGOED-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> CTC-POL-FILE / CTC-HIST-FILE / CTC-DEF-FILE
      *> 檔案名稱：input\ContactPolicy.csv、ContactHistory.dat、
      *>          ContactDeferred.csv
      *> 用途：跨業務單位接觸頻率上限。政策檔每列：
      *>      CAP;件數上限;天數      (可多列，逐列檢核)
      *>      UNIT;業務單位;優先序   (1 最高；* 為未列單位預設)
      *>      接觸歷史為以住戶歸戶鍵 (與 Household.csv 排序同一
      *>      正規化鍵) 為主鍵的索引檔，記錄每一寄出件的客戶、
      *>      批次日期與業務單位；超過上限者整筆分流至
      *>      ContactDeferred.csv 延後寄送，急件不受限。接觸歷史
      *>      置於共用目錄 (SHARED-DIR)，各業務單位工作與平行分割
      *>      共用同一份，持 ContactHistory.lck 鎖定才開檔；延後
      *>      清單仍屬各次輸出目錄
      *******************************************************
           SELECT CTC-POL-FILE ASSIGN
             TO "input\ContactPolicy.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTC-POL-STATUS.

           SELECT CTC-HIST-FILE ASSIGN
             TO CTL-CTC-HIST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTC-H-KEY
             FILE STATUS IS CTC-HIST-STATUS.

           SELECT CTC-DEF-FILE ASSIGN
             TO CTL-CTC-DEF-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> SEED-FILE / SEED-WORK-FILE / SEED-REG-FILE / SEED-SEQ-FILE
      *> 檔案名稱：input\SeedAddresses.csv、Seed_Work.tmp、
      *>          SeedRegister.csv、Seed.seq
      *> 用途：種子地址 (內部員工/誘餌地址) 插入郵寄輸出，監看
      *>      投遞時效與名單遭盜用。種子檔每列：
      *>      SEED_ID;SEED_TYPE(STAFF/DECOY);COUNTRY;BUSINESS_UNIT;
      *>      RECIPIENT_NAME;ADDRESS_LINE_ORIG;ADDRESS_LINE_EN;
      *>      ADDRESS_TYPE
      *>      (COUNTRY/BUSINESS_UNIT 空白或 * 表示不限)。本批實際
      *>      寄出的每個業務單位，其寄往國家相符的種子各插入一件；
      *>      種子件於主資料讀畢後另趟讀入，走同一解析與輸出流程，
      *>      預分揀輸出經 SORT 落在自然位置。CUSTOMER_ID 改帶每件
      *>      唯一的 10 碼種子代號 (8 碼序號 + 2 碼檢查碼，整數
      *>      除以 97 餘 1 即為種子，外觀與一般客戶號無異)；序號
      *>      跨執行累積於 Seed.seq，代號與種子對照累積於
      *>      SeedRegister.csv 供 SEED-TRACK 登錄收件日
      *******************************************************
           SELECT SEED-FILE ASSIGN
             TO "input\SeedAddresses.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEED-STATUS.

           SELECT SEED-WORK-FILE ASSIGN
             TO CTL-SEED-WORK-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEED-REG-FILE ASSIGN
             TO CTL-SEED-REG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEED-REG-STATUS.

           SELECT SEED-SEQ-FILE ASSIGN
             TO CTL-SEED-SEQ-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEED-SEQ-STATUS.

      *******************************************************
      *> MU-REG-FILE / MU-RPT-FILE
      *> 檔案名稱：UnitRegister.dat、Missing_Unit.csv
      *> 用途：多戶建物缺樓層/室號警示。登錄檔以建物鍵 (國家、
      *>      郵遞區號、街道、段/巷/弄、門牌、大樓名正規化，不含
      *>      樓層/室號) 累計主檔上在該建物的客戶數與其中帶
      *>      樓層/室號 (DTLS-LF 11-13) 的客戶數：
      *>        B;建物鍵   建物層 (客戶數、帶室號客戶數)
      *>        C;客戶號   客戶層 (目前所在建物鍵、是否帶室號)
      *>      主檔新增/異動成功時即更新；RUN-MODE=REPARSE 逐筆
      *>      重新解析時一併登錄，可由既有主檔建立。新的或異動
      *>      的地址缺樓層/室號，而該建物其他客戶帶室號、或其他
      *>      客戶數達 MULTI-UNIT-MIN 者 (全國地址檔有單棟層
      *>      戶數時以戶數大於 1 為準) 附加 WARNING 代碼 106 並列入
      *>      Missing_Unit.csv
      *******************************************************
           SELECT MU-REG-FILE ASSIGN
             TO CTL-MU-REG-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MU-R-KEY
             FILE STATUS IS MU-REG-STATUS.

           SELECT MU-RPT-FILE ASSIGN
             TO CTL-MU-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> DPS-LIST-FILE / DPS-DEC-FILE / DPS-REVIEW-FILE
      *> 檔案名稱：input\DeniedParties.csv、
      *>          input\DeniedParty_Decisions.csv、
      *>          DeniedParty_Review.csv
      *> 用途：受限對象 (denied party) 名單篩檢。收件人名稱經
      *>      正規化 (大寫、重音摺疊、去標點與稱謂/公司型態字)
      *>      後與名單逐筆計分，達 DENIED-PARTY-SCORE 者 (名單
      *>      上的個人/機構別、城市、國家一併參酌) 整筆扣住列入
      *>      覆核清單，不進任何郵寄與夥伴輸出，直到法遵人員以
      *>      SCREEN-REVIEW 放行 (CLEARED) 或確認 (CONFIRMED)。
      *>      裁決檔為 SCREEN-REVIEW 附加的永久紀錄 (後列覆蓋
      *>      前列)；放行只對當時的名稱有效 (改名即重新篩檢)，
      *>      確認者永久扣住。與禁止寄送名單、禁運分流各自獨立
      *******************************************************
           SELECT DPS-LIST-FILE ASSIGN
             TO "input\DeniedParties.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DPS-LIST-STATUS.

           SELECT DPS-DEC-FILE ASSIGN
             TO "input\DeniedParty_Decisions.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DPS-DEC-STATUS.

           SELECT DPS-REVIEW-FILE ASSIGN
             TO CTL-DPS-REVIEW-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DPS-RVW-STATUS.

      *******************************************************
      *> CUSRULE-FILE / CUSCONT-FILE / CUSDECL-FILE / CH-CUS-FILE
      *> 檔案名稱：input\CustomsRules.csv、
      *>          input\CustomsContents.csv、
      *>          Customs_Declaration.csv、Customs_<通路>.csv
      *> 用途：跨境郵件報關資料 (CN22/CN23)。規則檔依目的國
      *>      決定報關單種類 (國家;CN22/CN23/NONE;HS 必填 Y/N;
      *>      CN22 價值上限，國家 * 列為預設，本國列 NONE)；
      *>      內容物檔以 CUSTOMER_ID 對應 品名;HS 稅則號列;
      *>      數量;價值;幣別;原產國。資料完整者輸出報關檔
      *>      (另依通路分檔，與 UPU_Address_<通路>.csv 並列)，
      *>      不完整者附代碼 024 送 Fail_Data
      *******************************************************
           SELECT CUSRULE-FILE ASSIGN
             TO "input\CustomsRules.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CUS-RULE-STATUS.

           SELECT CUSCONT-FILE ASSIGN
             TO "input\CustomsContents.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CUS-CONT-STATUS.

           SELECT CUSDECL-FILE ASSIGN
             TO CTL-CUSDECL-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CH-CUS-FILE ASSIGN
             TO CTL-CH-CUS-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> SRV-FILE / CONFLICTS-FILE
      *> 檔案名稱：input\Survivorship.csv / Conflicts.csv
             TO CTL-COA-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> RSTD-CKPT-FILE / RSTD-REV-FILE
      *> 檔案名稱：Restandardize.ckpt、Restandardize_Review.csv
      *> 用途：RUN-MODE=REPARSE 主檔重新標準化的續跑點 (最後
      *>      處理之 CUSTOMER_ID、規則版本與累計筆數) 及重新
      *>      解析失敗、未回寫主檔之待覆核清單
      *******************************************************
           SELECT RSTD-CKPT-FILE ASSIGN
             TO CTL-RSTD-CKPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RSTD-CKPT-STATUS.

           SELECT RSTD-REV-FILE ASSIGN
             TO CTL-RSTD-REV-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RSTD-REV-STATUS.

      *******************************************************
      *> REN-REV-FILE / REN-RPT-FILE / REN-IN-FILE / REN-OUT-FILE
      *> 檔案名稱：Rename_Review.csv、Rename_Report.csv、
      *>          以地名為鍵的參照檔 (input\CountryRouting.csv 等)
      *>          與其備份 <檔名>.<時戳>.bak
      *> 用途：RUN-MODE=RENAME 官方地名更名傳播；更名後無法
      *>      重新解析、未回寫主檔之待覆核清單，各更名的主檔/
      *>      參照檔改寫筆數報表，以及參照檔鍵值改寫 (自備份檔
      *>      串流回寫原檔)
      *******************************************************
           SELECT REN-REV-FILE ASSIGN
             TO CTL-REN-REV-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REN-REV-STATUS.

           SELECT REN-RPT-FILE ASSIGN
             TO CTL-REN-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REN-IN-FILE ASSIGN
             TO REN-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REN-IN-STATUS.

           SELECT REN-OUT-FILE ASSIGN
             TO REN-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> CLIPROF-FILE
      *> 檔案名稱：input\ClientProfiles.csv
      *>      對應列覆蓋該次執行的控制卡值 (行為鍵限定，目錄/
      *>      輸入格式鍵此時輸入檔已定，不可覆蓋)，生效值與
      *>      來源 (PROFILE) 重新回報至 Parm_Report.csv
      *>      WRITEBACK-LAYOUT 鍵 (逗號分隔輸出欄名) 則為該來源
      *>      回寫檔 WriteBack_<來源>.csv 的欄位配置
      *******************************************************
           SELECT CLIPROF-FILE ASSIGN
             TO "input\ClientProfiles.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIP-STATUS.

      *******************************************************
      *> DRIFT-PROF-FILE / DRIFT-RPT-FILE
      *> 檔案名稱：SourceProfile.csv / Drift_Report.csv
      *> SourceProfile 每列：SOURCE_SYSTEM;METRIC;VALUE;
      *>      BATCHES;UPDATED (各來源滾動輪廓，每批更新)
      *> 用途：新批次更動主檔前，依 SOURCE_SYSTEM 將本批的
      *>      筆數、國別分布、英文地址空白比、郵政信箱比、
      *>      平均地址長度、最多城市占比與滾動輪廓比對，
      *>      逐項結果寫入 Drift_Report.csv (DRIFT-CHECK)
      *******************************************************
           SELECT DRIFT-PROF-FILE ASSIGN
             TO CTL-DRIFT-PROF-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DRF-PROF-STATUS.

           SELECT DRIFT-RPT-FILE ASSIGN
             TO CTL-DRIFT-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SRV-FILE ASSIGN
             TO "input\Survivorship.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ZIPX-STATUS.

      *******************************************************
      *> REFREG-FILE
      *> 檔案名稱：input\RefDataRegister.csv
      *> 每列：檔名;供應商;版次日期;授權到期日;最長可用天數
      *> 用途：授權/採購參照資料的版次與授權登錄，版次日期
      *>      列印於 RunSummary.csv 供稽核
      *******************************************************
           SELECT REFREG-FILE ASSIGN
             TO "input\RefDataRegister.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RDR-STATUS.

      *******************************************************
      *> SND-IN-FILE / SND-OUT-FILE
      *> 檔案名稱：input\SenderProfiles.csv / Sender_Profiles.csv
      *> 每列：業務單位 (SOURCE_SYSTEM);寄件人名稱;退件地址
      *> 用途：各業務單位的寄件人/退件地址。退件地址啟動時經
      *>      FORMATTER-ADDRESS 標準化一次，結果寫成
      *>      Sender_Profiles.csv 供 LABEL-PRINT 印寄件人區塊；
      *>      UPU/ISO 20022 輸出帶寄件人 (debtor) 欄位
      *******************************************************
           SELECT SND-IN-FILE ASSIGN
             TO "input\SenderProfiles.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SND-STATUS.

           SELECT SND-OUT-FILE ASSIGN
             TO CTL-SND-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> CNL-FILE
      *> 檔案名稱：input\CountryNameLocalization.csv
      *> 每列：ORIGIN;寄件國 alpha-2 (無寄件人區塊時的預設寄件國)
      *>       LANG;寄件國 alpha-2 清單 (逗號分隔，* 為預設);語言
      *>       NAME;目的國 alpha-2;語言;核定國名
      *> 用途：跨境郵件最後一行的目的國名，依寄件國所用語言取
      *>      核定寫法並轉大寫 (UPU：寄件國郵政人員可讀)；標籤、
      *>      預分揀檔與 UPU 輸出共用。檔案不存在時照舊
      *******************************************************
           SELECT CNL-FILE ASSIGN
             TO "input\CountryNameLocalization.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CNL-STATUS.

      *******************************************************
      *> CAND-FILE
      *> 檔案名稱：input\Candidate_Terms.csv
      *> 用途：RUN-MODE=PURGE 時依刪除要求檔將客戶自地址主檔、
      *>      地址歷史、失敗老化與無法投遞名單中移除，並於
      *>      AuditLog.csv 留存刪除完成證明
      *> PRG-MXR-FILE / PRG-MPC-FILE / PRG-PST-FILE
      *> 檔案名稱：output\MergeXref.dat (CUST-MERGE)、
      *>          output\MailingPieces.dat (MAIL-REG)、
      *>          output\PieceStatus.dat (SCAN-TRACK)
      *> 用途：他程式維護之客戶層索引檔，RUN-MODE=PURGE 時逐筆
      *>      刪除清除對象的記錄 (版面與各維護程式一致，本程式
      *>      僅用到鍵與日期欄)
      *******************************************************
           SELECT PURGE-REQ-FILE ASSIGN
             TO "input\DeletionRequests.csv"
             TO CTL-PURGE-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRG-MXR-FILE ASSIGN
             TO "output\MergeXref.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRG-MXR-VICTIM
             FILE STATUS IS PRG-IDX-STATUS.

           SELECT PRG-MPC-FILE ASSIGN
             TO "output\MailingPieces.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRG-MPC-KEY
             FILE STATUS IS PRG-IDX-STATUS.

           SELECT PRG-PST-FILE ASSIGN
             TO "output\PieceStatus.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRG-PST-KEY
             ALTERNATE RECORD KEY IS PRG-PST-S10 WITH DUPLICATES
             FILE STATUS IS PRG-IDX-STATUS.

      *******************************************************
      *> LEGALHOLD-FILE / DEFER-FILE
      *> 檔案名稱：input\LegalHold.csv、DeferredDeletions.csv
      *> 用途：法務保全名單 (保全編號;CUSTOMER_ID;起日;迄日)。
      *>      保全中的客戶/日期區間資料 PURGE 不得清除，被擋下
      *>      的刪除要求移入延後檔，待保全解除後重送
      *******************************************************
           SELECT LEGALHOLD-FILE ASSIGN
             TO "input\LegalHold.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LGH-STATUS.

           SELECT DEFER-FILE ASSIGN
             TO CTL-DEFER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LGH-DEFER-STATUS.

      *******************************************************
      *> RETMAIL-FILE / UNDEL-FILE / RETRATE-FILE
      *> 檔案名稱：input\ReturnedMail.csv、Undeliverable.dat、
      *>          ReturnRate.csv
      *> 用途：退件檔匯入後將客戶標記為無法投遞並自後續郵寄
      *>      輸出抑制，直到偵測到地址異動 (搬家) 才解除 (夥伴
      *>      退件帶代號者先經 TOKEN-VAULT 反查回真實 ID)；
      *>      退件率依退件原因與 SOURCE_SYSTEM 回報
      *******************************************************
           SELECT RETMAIL-FILE ASSIGN

      *******************************************************
      *> HIST-FILE
      *> 檔案名稱：AddressHistory.csv、AddressHistory.idx
      *> 用途：生效日地址歷史；客戶重組地址異動時 (含首次出現)
      *>      附加一筆帶日期的記錄，供 ADDR-HISTORY 查詢程式
      *>      回答「某日當時持有的地址」。每列同步寫入以
      *>      CUSTOMER_ID + 生效日為鍵的索引檔 (HIST-STORE)，
      *>      查詢毋須整檔掃描；CSV 保留為匯出格式
      *******************************************************
           SELECT HIST-FILE ASSIGN
             TO CTL-HIST-PATH
             TO CTL-USAGE-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> RULE-USAGE-HIST-FILE
      *> 檔案名稱：Rule_Usage_History.csv
      *> 用途：歷次執行有命中的規則項目 (逐次附加)，供規則
      *>      檢核找出數月未命中的項目
      *******************************************************
           SELECT RULE-USAGE-HIST-FILE ASSIGN
             TO CTL-USAGE-HIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS USAGE-HIST-STATUS.

      *******************************************************
      *> IMPACT-A/B/RPT-FILE
      *> 檔案名稱：Impact_A.tmp / Impact_B.tmp / Impact_Report.csv
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-FILE-STATUS.

      *******************************************************
      *> SHL-FILE
      *> 檔案名稱：<共用狀態檔>.lck\owner.dat、<共用狀態檔>.lck.wait
      *> 用途：共用目錄 (SHARED-DIR) 下狀態檔的取用鎖定。鎖定
      *>      本體為 .lck 目錄 (建目錄不可分割，同時只有一個
      *>      EXECUTE 建得成)，owner.dat 記持有時戳供判斷前次
      *>      異常結束遺留；.wait 為等候者留下的讓出請求
      *******************************************************
           SELECT SHL-FILE ASSIGN
             TO SHL-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SHL-STATUS.

      *******************************************************
      *> STOP-REQ-FILE
      *> 檔案名稱：STOP-REQUEST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STOP-REQ-STATUS.

      *******************************************************
      *> RST-FILE
      *> 檔案名稱：RunStatus.dat
      *> 用途：執行狀態心跳 (單列：開始時戳;更新時戳;階段;
      *>      已處理筆數;預計筆數;最後訊息代碼;執行模式)；
      *>      取得鎖定、各階段開始時與主迴圈每 RST-BEAT-SECS
      *>      秒重寫一次，結束時寫 ENDED/STOPPED 後保留，
      *>      供 RUN-MONITOR 監看台彙整
      *******************************************************
           SELECT RST-FILE ASSIGN
             TO CTL-RST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RST-STATUS.

      *******************************************************
      *> RUN-SUMMARY-FILE
      *> 檔案名稱：RunSummary.csv
             TO CTL-SUMMARY-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

      *******************************************************
      *> MCG-LIMIT-FILE / MCG-WRK-FILE / MCG-PND-FILE /
      *> MCG-RPT-FILE / MCG-SMP-FILE / MCG-APPR-FILE
      *> 檔案名稱：input\MassChangeLimits.csv /
      *>          MasterPending.wrk / MasterPending.dat /
      *>          MassChange_Report.csv / MassChange_Sample.csv /
      *>          input\MasterApproval.txt
      *> 用途：主檔大量異動防護。各來源本批地址異動占其既有
      *>      客戶比例超過上限者，主檔更新改存待核檔，由主管
      *>      以 RUN-MODE=PENDING 套用或捨棄
      *******************************************************
           SELECT MCG-LIMIT-FILE ASSIGN
             TO "input\MassChangeLimits.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MCG-LIM-STATUS.

           SELECT MCG-WRK-FILE ASSIGN
             TO CTL-MCG-WRK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MCG-WRK-STATUS.

           SELECT MCG-PND-FILE ASSIGN
             TO CTL-MCG-PND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MCG-PND-STATUS.

           SELECT MCG-RPT-FILE ASSIGN
             TO CTL-MCG-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MCG-SMP-FILE ASSIGN
             TO CTL-MCG-SMP-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MCG-APPR-FILE ASSIGN
             TO "input\MasterApproval.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MCG-APPR-STATUS.

       DATA DIVISION.
      *******************************************************
      *> 資料部、FILE SECTION
       FD WARNING-LOG-FILE.
         01 WARNING-LOG-REC PIC X(4000).

       FD ORIGEN-FILE.
         01 ORIGEN-REC PIC X(4400).

       FD BU-SUMMARY-FILE.
         01 BU-SUMMARY-REC PIC X(200).

         01 CBPRV-REC PIC X(200).

       FD UPU-FILE.
         01 UPU-REC PIC X(1000).

       FD FIXED-FILE.
         01 FIXED-REC PIC X(1300).
                             *> 原始輸入列雜湊：全量日檔重送時
                             *> 未變更的客戶以鍵值讀取比對即可
                             *> 跳過解析/附掛/郵寄輸出
            05 ADDR-MST-LIN-CTRY  PIC X(35).
            05 ADDR-MST-LIN-TYPE  PIC X(8).
            05 ADDR-MST-LIN-WARN  PIC X(30).
                             *> 解析當時的目的國別/地址類型/
                             *> WARNING 代碼 (退件根因分析用)
                             *> 季節性/期間性替代地址與其生效
                             *> 月日區間 (MMDD，可跨年末)；批次
                             *> 日期落在區間內時郵寄輸出改用
                             *> 替代地址
            05 ADDR-MST-OVR-FLAG  PIC X.
                             *> 逐字地址覆寫：Y=生效 S=來源地址
                             *> 已異動而暫停 (待覆核) 空白=無
            05 ADDR-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
                             *> 逐字印出的地址行 (不再送解析)
            05 ADDR-MST-OVR-CTRY  PIC X(35).
            05 ADDR-MST-OVR-ZIP   PIC X(16).
            05 ADDR-MST-OVR-TOWN  PIC X(35).
                             *> 分揀/報關用的國別、郵遞區號、城市
            05 ADDR-MST-OVR-REASON PIC X(40).
            05 ADDR-MST-OVR-OPER  PIC X(20).
            05 ADDR-MST-OVR-DATE  PIC X(8).
                             *> 設定原因、設定操作員與設定日
            05 ADDR-MST-OVR-SRC-HASH PIC 9(12).
                             *> 設定後首次來源地址的正規化雜湊
                             *> (0=尚未取基準)；來源送來不同地址
                             *> 時暫停覆寫
            05 ADDR-MST-OVR-SUSP-DATE PIC X(8).
            05 ADDR-MST-USE-CODE  PIC X(8).
                             *> 高風險地址用途 (CMRA/VIRTUAL/LOCKER/
                             *> PRISON/HOSPITAL/HOTEL，空白=一般)

       FD REFADDR-FILE.
         01 REFA-REC.
       FD MOVERS-FILE.
         01 MOVERS-REC PIC X(4200).

       FD HRU-FILE.
         01 HRU-REC PIC X(2300).

       FD NOTICE-FILE.
         01 NOTICE-REC PIC X(4300).

       FD OVR-REVIEW-FILE.
         01 OVR-REVIEW-REC PIC X(2600).

       FD WORKQ-FILE.
         01 WQ-REC.
            05 WQ-CUSTID    PIC X(50).
            05 WQ-STATE     PIC X(11).  *> OPEN/IN-PROGRESS/
                                        *> FIXED/WAIVED
            05 WQ-ANALYST   PIC X(20).  *> 空白=未指派
            05 WQ-RULE      PIC X(30).  *> 指派依據 (類型=值)
            05 WQ-UNIT      PIC X(20).  *> 業務單位
            05 WQ-CTRY      PIC X(35).
            05 WQ-CODES     PIC X(60).  *> 最近一次錯誤代碼
            05 WQ-SEVERITY  PIC X(8).
            05 WQ-OPENED    PIC X(8).
            05 WQ-DUE       PIC X(8).
            05 WQ-LAST-SEEN PIC X(8).   *> 最近一次失敗日
            05 WQ-RUNS      PIC 9(5).   *> 失敗批次數
            05 WQ-UPD-BY    PIC X(20).  *> 最近異動者 (BATCH=批次)
            05 WQ-UPD-DATE  PIC X(8).
            05 WQ-NOTE      PIC X(60).

       FD WQ-RULE-FILE.
         01 WQ-RULE-REC PIC X(200).

       FD WQ-CAT-FILE.
         01 WQ-CAT-REC PIC X(200).

       FD DWH-FACT-FILE.
         01 DWH-FACT-REC PIC X(600).

       FD DWH-CODE-FILE.
         01 DWH-CODE-REC PIC X(100).

       FD DWH-DIM-FILE.
         01 DWH-DIM-REC PIC X(400).

       FD NOTICE-REG-FILE.
         01 NTR-REC.
            05 NTR-KEY.
               10 NTR-CUSTID  PIC X(50).
               10 NTR-CHG     PIC 9(12).
            05 NTR-REF        PIC X(20).
            05 NTR-DATE       PIC X(8).
            05 NTR-SRC        PIC X(10).
            05 NTR-RUN-TS     PIC X(14).
            05 NTR-OLD        PIC X(2000).
            05 NTR-NEW        PIC X(2000).

       FD TAXJUR-FILE.
         01 TAXJUR-REC PIC X(100).

       FD TAX-IND-FILE.
         01 TAX-IND-REC PIC X(300).

       FD TAX-REG-FILE.
         01 TXR-REC.
            05 TXR-KEY.
               10 TXR-CUSTID  PIC X(50).
               10 TXR-CHG     PIC 9(12).
            05 TXR-TYPE       PIC X(20).
            05 TXR-OLD-CTRY   PIC X(35).
            05 TXR-NEW-CTRY   PIC X(35).
            05 TXR-DATE       PIC X(8).
            05 TXR-DUE        PIC X(8).
            05 TXR-SRC        PIC X(10).
            05 TXR-RUN-TS     PIC X(14).

       FD MASTER-BAL-FILE.
         01 MASTER-BAL-REC PIC X(100).

       FD PARM-REPORT-FILE.
         01 PARM-REPORT-REC PIC X(200).

       FD ISO20022-FILE.
         01 ISO20022-REC PIC X(400).

       FD MT-PARTY-FILE.
         01 MT-PARTY-REC PIC X(200).

       FD MT-VIO-FILE.
         01 MT-VIO-REC PIC X(200).

       FD PRESORT-COLL-FILE.
         01 PRESORT-COLL-REC PIC X(1474).

       FD PRESORT-OUT-FILE.
         01 PRESORT-OUT-REC PIC X(1328).
            05 PSRT-ZIP     PIC X(35).
            05 PSRT-STREET  PIC X(50).
            05 PSRT-PAYLOAD PIC X(1300).
            05 PSRT-CHAN    PIC X(20).
            05 PSRT-GRADE   PIC X.
            05 PSRT-VALID   PIC X.
            05 PSRT-UNIT    PIC X(20).
            05 PSRT-IDHASH  PIC 9(12).

       FD HH-COLL-FILE.
         01 HH-COLL-REC PIC X(251).
       FD TRAY-MANIFEST-FILE.
         01 TRAY-MANIFEST-REC PIC X(120).

       FD FULLRATE-FILE.
         01 FULLRATE-REC PIC X(1328).

       FD CERT-WORK-FILE.
         01 CERT-WORK-REC.
            05 CWR-CHAN     PIC X(20).
            05 CWR-TRAY     PIC 9(5).

       FD CERT-FILE.
         01 CERT-REC PIC X(100).

       FD PRESORT-NEW-FILE.
         01 PRESORT-NEW-REC PIC X(1328).

       FD CMGL-FEED-FILE.
         01 CMGL-FEED-REC.
            05 CMF-FLAG     PIC X.
            05 CMF-CTRY     PIC X(35).
            05 CMF-ZIP      PIC X(35).
            05 CMF-STREET   PIC X(50).
            05 CMF-UNIT     PIC X(20).
            05 CMF-CHAN     PIC X(20).
            05 CMF-PAYLOAD  PIC X(1300).
            05 CMF-IDHASH   PIC 9(12).

       FD ROUTE-FILE.
         01 ROUTE-REC PIC X(80).

       FD NAMEV-FILE.
         01 NAMEV-REC PIC X(120).

       FD SALU-FILE.
         01 SALU-REC PIC X(300).

       FD S10RNG-FILE.
         01 S10RNG-REC PIC X(80).

       FD S10HW-FILE.
         01 S10HW-REC PIC X(40).

       FD RATE-FILE.
         01 RATE-FILE-REC PIC X(100).

         01 POSTAGE-EST-REC PIC X(150).

       FD CH-UPU-FILE.
         01 CH-UPU-REC PIC X(1000).

       FD CH-FB-FILE.
         01 CH-FB-REC PIC X(1300).
       FD BU-FAIL-FILE.
         01 BU-FAIL-REC PIC X(4000).

       FD SWB-WB-FILE.
         01 SWB-WB-REC PIC X(4000).

       FD SWB-RJ-FILE.
         01 SWB-RJ-REC PIC X(1000).

       FD PRS-FILE.
         01 PRS-REC PIC X(8000).

       FD PRS-IDX-FILE.
         01 PRS-IDX-REC PIC X(100).

       FD PRIO-FILE.
         01 PRIO-FILE-REC PIC X(4000).

       FD COA-RPT-FILE.
         01 COA-RPT-REC PIC X(250).

       FD RSTD-CKPT-FILE.
         01 RSTD-CKPT-REC PIC X(200).

       FD RSTD-REV-FILE.
         01 RSTD-REV-REC PIC X(2400).

       FD REN-REV-FILE.
         01 REN-REV-REC PIC X(4200).

       FD REN-RPT-FILE.
         01 REN-RPT-REC PIC X(300).

       FD REN-IN-FILE.
         01 REN-IN-REC PIC X(500).

       FD REN-OUT-FILE.
         01 REN-OUT-REC PIC X(500).

       FD CLIPROF-FILE.
         01 CLIPROF-REC PIC X(250).

       FD DRIFT-PROF-FILE.
         01 DRIFT-PROF-REC PIC X(120).

       FD DRIFT-RPT-FILE.
         01 DRIFT-RPT-REC PIC X(150).

       FD SRV-FILE.
         01 SRV-FILE-REC PIC X(60).

       FD EMBARGOED-FILE.
         01 EMBARGOED-REC PIC X(2200).

       FD CTC-POL-FILE.
         01 CTC-POL-REC PIC X(100).

       FD CTC-HIST-FILE.
         01 CTC-HIST-REC.
            05 CTC-H-KEY        PIC X(200).
            05 CTC-H-COUNT      PIC 9(3).
            05 CTC-H-ENT OCCURS 40 TIMES.
                             *> 依日期先後排列；逾最長窗期者於
                             *> 改寫時剔除，額滿時捨最舊一筆
               10 CTC-H-DATE    PIC 9(8).
               10 CTC-H-UNIT    PIC X(20).
               10 CTC-H-CUST    PIC X(50).

       FD CTC-DEF-FILE.
         01 CTC-DEF-REC PIC X(2200).

       FD SEED-FILE.
         01 SEED-REC PIC X(1000).

       FD SEED-WORK-FILE.
         01 SEED-WORK-REC PIC X(2000).

       FD SEED-REG-FILE.
         01 SEED-REG-REC PIC X(300).

       FD SEED-SEQ-FILE.
         01 SEED-SEQ-REC PIC X(20).

       FD MU-REG-FILE.
         01 MU-REG-REC.
            05 MU-R-KEY         PIC X(160).
            05 MU-R-BKEY        PIC X(150).
                             *> C;：目前所在建物鍵
            05 MU-R-UNIT        PIC X.
                             *> C;：Y=地址帶樓層/室號
            05 MU-R-CUST-CNT    PIC 9(7).
            05 MU-R-UNIT-CNT    PIC 9(7).
                             *> B;：建物客戶數/其中帶室號者
            05 MU-R-DATE        PIC X(8).
                             *> 最後更新之批次日期

       FD MU-RPT-FILE.
         01 MU-RPT-REC PIC X(2400).

       FD DPS-LIST-FILE.
         01 DPS-LIST-REC PIC X(300).

       FD DPS-DEC-FILE.
         01 DPS-DEC-REC PIC X(300).

       FD DPS-REVIEW-FILE.
         01 DPS-REVIEW-REC PIC X(2600).

       FD CUSRULE-FILE.
         01 CUSRULE-REC PIC X(80).

       FD CUSCONT-FILE.
         01 CUSCONT-REC PIC X(400).

       FD CUSDECL-FILE.
         01 CUSDECL-REC PIC X(400).

       FD CH-CUS-FILE.
         01 CH-CUS-REC PIC X(400).

       FD SUPLIST-FILE.
         01 SUPLIST-REC PIC X(100).

       FD ZIPX-FILE.
         01 ZIPX-FILE-REC PIC X(130).

       FD REFREG-FILE.
         01 REFREG-REC PIC X(200).

       FD SND-IN-FILE.
         01 SND-IN-REC PIC X(300).

       FD SND-OUT-FILE.
         01 SND-OUT-REC PIC X(800).

       FD CNL-FILE.
         01 CNL-REC PIC X(120).

       FD CAND-FILE.
         01 CAND-FILE-REC PIC X(80).

         01 PURGE-REQ-REC PIC X(80).

       FD PURGE-IN-FILE.
         01 PURGE-IN-REC PIC X(8000).

       FD PURGE-OUT-FILE.
         01 PURGE-OUT-REC PIC X(8000).

       FD PRG-MXR-FILE.
         01 PRG-MXR-REC.
            05 PRG-MXR-VICTIM   PIC X(50).
            05 PRG-MXR-SURVIVOR PIC X(50).
            05 PRG-MXR-STATUS   PIC X.
            05 PRG-MXR-MERGE-TS PIC X(14).
            05 PRG-MXR-REST     PIC X(20845).
                             *> 拆回時戳/操作員/件數/前後影像

       FD PRG-MPC-FILE.
         01 PRG-MPC-REC.
            05 PRG-MPC-KEY.
               10 PRG-MPC-CUSTID PIC X(15).
               10 PRG-MPC-DATE   PIC X(8).
               10 PRG-MPC-ID     PIC X(20).

       FD PRG-PST-FILE.
         01 PRG-PST-REC.
            05 PRG-PST-KEY.
               10 PRG-PST-CUSTID  PIC X(50).
               10 PRG-PST-MAILING PIC X(10).
            05 PRG-PST-S10      PIC X(13).
            05 PRG-PST-REST1    PIC X(71).
                             *> 通路/目的國/件狀態
            05 PRG-PST-ACC-TS   PIC X(14).
            05 PRG-PST-REST2    PIC X(78).
                             *> 末次事件/妥投時戳/事件數

       FD LEGALHOLD-FILE.
         01 LEGALHOLD-REC PIC X(200).

       FD DEFER-FILE.
         01 DEFER-REC PIC X(200).

       FD RETMAIL-FILE.
         01 RETMAIL-REC PIC X(100).
       FD RULE-USAGE-FILE.
         01 RULE-USAGE-REC PIC X(200).

       FD RULE-USAGE-HIST-FILE.
         01 RULE-USAGE-HIST-REC PIC X(220).

       FD IMPACT-A-FILE.
         01 IMPACT-A-REC PIC X(552).

       FD LOCK-FILE.
         01 LOCK-FILE-REC PIC X(40).

       FD SHL-FILE.
         01 SHL-REC PIC X(40).

       FD REL-APPR-FILE.
         01 REL-APPR-REC PIC X(80).

       FD STOP-REQ-FILE.
         01 STOP-REQ-REC PIC X(80).

       FD RST-FILE.
         01 RST-REC PIC X(200).

       FD RUN-SUMMARY-FILE.
         01 RUN-SUMMARY-REC PIC X(300).

       FD MCG-LIMIT-FILE.
         01 MCG-LIMIT-REC PIC X(80).

       FD MCG-WRK-FILE.
         01 MCG-WRK-REC PIC X(11083).

       FD MCG-PND-FILE.
         01 MCG-PND-REC PIC X(11083).

       FD MCG-RPT-FILE.
         01 MCG-RPT-REC PIC X(200).

       FD MCG-SMP-FILE.
         01 MCG-SMP-REC PIC X(4200).

       FD MCG-APPR-FILE.
         01 MCG-APPR-REC PIC X(80).

      *******************************************************
      *> 資料部、WORKING-STORAGE SECTION
      *******************************************************
       01 CTL-PATHS.
              05 CTL-INPUT-DIR     PIC X(80)  VALUE "input\".
              05 CTL-OUTPUT-DIR    PIC X(80)  VALUE "output\".
              05 CTL-SHARED-DIR    PIC X(80)  VALUE "output\".
                                    *> 跨工作/分割共用之狀態檔目錄
                                    *> (S10 高水位、接觸紀錄)
              05 CTL-IN-FILE-PATH  PIC X(120).
              05 CTL-OUT-CSV-PATH  PIC X(120).
              05 CTL-ERR-CSV-PATH  PIC X(120).
              05 CTL-MOVERS-PATH   PIC X(120).
              05 CTL-SUMMARY-PATH  PIC X(120).
              05 CTL-WARN-PATH     PIC X(120).
              05 CTL-ORIGEN-PATH   PIC X(120).
              05 CTL-BU-PATH       PIC X(120).
              05 CTL-CHUNK-SIZE    PIC 9(7) VALUE 0.
                                    *> 0=不分批，維持單一輸出檔
              05 CTL-SKIP-UNCH     PIC X VALUE "N".
                                    *> Y=原始列雜湊與主檔相同的
                                    *> 記錄僅刷新最後確認日即跳過
              05 CTL-REPARSE-LIMIT PIC 9(9) VALUE 0.
                                    *> RUN-MODE=REPARSE 單次執行
                                    *> 處理筆數上限 (0=不限)
              05 CTL-COMMINGLE     PIC X VALUE "N".
                                    *> Y=另寫預分揀併盤饋送檔，供
                                    *> 工作佇列跑完後跨單位併盤
              05 CTL-DROP-PLAN     PIC X VALUE "N".
                                    *> Y=同寫預分揀饋送檔，供
                                    *> DROP-PLAN 分日交寄
              05 CTL-MU-MIN        PIC 9(3) VALUE 2.
                                    *> 建物帶室號客戶達此數即視
                                    *> 為多戶建物 (0=不檢查缺室號)
              05 CTL-TOKENIZE      PIC X VALUE "Y".
                                    *> Y=交付外部夥伴的檔案改帶
                                    *> 代號保管庫的夥伴專屬代號
                                    *> (N=照舊帶真實 CUSTOMER_ID)
              05 CTL-DRIFT-CHECK   PIC X(4) VALUE "WARN".
                                    *> OFF/WARN/HOLD：來源檔輪廓
                                    *> 偏離滾動基準時之處置 (HOLD=
                                    *> 整批扣住不更動主檔)
              05 CTL-DRIFT-VOL-PCT PIC 9(3) VALUE 40.
                                    *> 筆數偏離基準容許百分比
              05 CTL-DRIFT-SHR-PTS PIC 9(3) VALUE 20.
                                    *> 各占比 (國別/空白英文地址/
                                    *> 郵政信箱/最多城市) 容許
                                    *> 偏離百分點
              05 CTL-DRIFT-LEN-PCT PIC 9(3) VALUE 30.
                                    *> 平均地址長度容許偏離百分比
                                    *> (以上三項 0=不核對該項)
              05 CTL-DRIFT-MIN-BAT PIC 9(3) VALUE 3.
                                    *> 基準至少累積批數，未滿僅
                                    *> 建輪廓不比對
              05 CTL-CBPR-ENFORCE  PIC X(8) VALUE "REPORT".
                                    *> OFF/REPORT/WITHHOLD：UPU 交
                                    *> 付前之 CBPR+ 網路規則檢核
                                    *> Y=資料輸出先寫 work\ 子目錄
                                    *> 跑完才換名發佈，下游輪詢
                                    *> 永遠看不到半寫檔
              05 CTL-MAILING-ID    PIC X(20) VALUE SPACES.
              05 CTL-MAILING-CAMP  PIC X(40) VALUE SPACES.
              05 CTL-MAILING-PLAN  PIC 9(7) VALUE 0.
                                    *> 郵寄代號/活動名稱/預定件數
                                    *> (代號空白=不登錄郵寄；預定
                                    *> 件數 0=取批次表頭預期筆數，
                                    *> 無表頭取輸入筆數)
              05 CTL-DWH-EXTRACT   PIC X VALUE "Y".
                                    *> Y=寫出資料倉儲事實/維度檔
                                    *> (假名執行一律不寫)
              05 CTL-DPS-SCORE     PIC 9(3) VALUE 85.
                                    *> 受限對象名單比對門檻分數
                                    *> (1-100，達此分數即扣住)
              05 CTL-FWD-DAYS      PIC 9(4) VALUE 30.
              05 CTL-FWD-MODE      PIC X(10) VALUE "MARK".
                                    *> 搬家轉寄寬限：天數 (0=停用)
       01 PARM-REPORT-DATA.
              05 PARM-ERR-FLAG    PIC X VALUE "N".
              05 CTL-PARMRPT-PATH PIC X(120).
              05 PARM-SRC         PIC X OCCURS 63 TIMES.
              05 PARM-KEY-NAME    PIC X(22) OCCURS 63 TIMES.
              05 PR-VAL           PIC X(150).
              05 PR-NUM-FMT       PIC Z(6)9.
              05 PR-SRC-TXT       PIC X(7).
              05 XML-K         PIC 9(3) VALUE 0.
              05 XML-CH        PIC X.
              05 XML-TXT       PIC X(400).
              05 XML-IND       PIC 9 VALUE 2.
              05 XML-PAD       PIC X(8) VALUE SPACES.

       *> ========= 預分揀排序輸出 (SORT) =========
       01 PRESORT-DATA.
                 10 PCW-ZIP     PIC X(35).
                 10 PCW-STREET  PIC X(50).
                 10 PCW-PAYLOAD PIC X(1300).
                 10 PCW-CHAN    PIC X(20).
                 10 PCW-GRADE   PIC X.
                 10 PCW-VALID   PIC X.
                 10 PCW-UNIT    PIC X(20).
                 10 PCW-IDHASH  PIC 9(12).
              05 PRESORT-SEQ    PIC 9(7) VALUE 0.
              05 PRESORT-FULL-CNT PIC 9(7) VALUE 0.
              05 PRESORT-FMT    PIC Z(6)9 OCCURS 8 TIMES.
              05 PRESORT-LINE.
                 10 PRESORT-LINE-PAYLOAD PIC X(1300).
                 10 PRESORT-LINE-SEQ     PIC 9(7).
              05 TRAY-QUAL-TXT  PIC X(3).
              05 TRAY-TXT       PIC X(120).

       *> ========= 郵資折扣資格證明書 (依通路) =========
       *> 折扣條件：地址驗證無誤、全國地址檔比對達門牌層或
       *> 街道層 (P/S；無參照檔時不論)、帶分揀條碼、所屬盤達
       *> TRAY-MIN 件；不符者移至 Address_Split_FB_FullRate.txt
       01 CERT-DATA.
              05 CERT-WORK-STATUS PIC XX VALUE "00".
              05 CTL-FULLRATE-PATH  PIC X(120).
              05 CTL-CERT-WORK-PATH PIC X(120).
              05 CTL-CERT-PATH      PIC X(150).
              05 CTL-PRESORT-NEW-PATH PIC X(130).
              05 CTL-CMGL-PATH  PIC X(120).
              05 CERT-REF-DATE  PIC X(8) VALUE SPACES.
              05 CERT-REF-NUM   PIC 9(8) VALUE 0.
              05 CERT-OK        PIC X.
              05 CERT-CHAN      PIC X(20).
              05 CERT-GRADE     PIC X.
              05 CERT-VALID     PIC X.
              05 CERT-BARCODE   PIC X.
              05 CERT-ENTRY OCCURS 100 TIMES.
                 10 CERT-NAME     PIC X(20).
                 10 CERT-PIECES   PIC 9(7) COMP.
                 10 CERT-VAL-CNT  PIC 9(7) COMP.
                 10 CERT-P-CNT    PIC 9(7) COMP.
                 10 CERT-S-CNT    PIC 9(7) COMP.
                 10 CERT-L-CNT    PIC 9(7) COMP.
                 10 CERT-N-CNT    PIC 9(7) COMP.
                 10 CERT-BC-CNT   PIC 9(7) COMP.
                 10 CERT-TRAY-CNT PIC 9(7) COMP.
                 10 CERT-DISC-CNT PIC 9(7) COMP.
                 10 CERT-FULL-CNT PIC 9(7) COMP.
              05 CERT-COUNT     PIC 999 VALUE 0.
              05 CERT-I         PIC 999 VALUE 0.
              05 CERT-FOUND     PIC 999 VALUE 0.
              05 CERT-DISC-TOT  PIC 9(7) VALUE 0.
              05 CERT-FULL-TOT  PIC 9(7) VALUE 0.
              05 CERT-FMT       PIC Z(6)9.
              05 CERT-FMT2      PIC Z(6)9.
              05 CERT-LABEL     PIC X(40).
              05 CERT-VAL-NUM   PIC 9(7) COMP.
              05 CERT-TXT       PIC X(100).

       *> ========= 郵資估算 (input\RateCard.csv) =========
       *> 郵資卡每列：通路;目的國 (空白=該通路預設);每件郵資;
       *> 預分揀折扣；累計依 通路+目的國 分組
              05 CTL-CH-FB-PATH  PIC X(150).
              05 ROUTE-CTRY     PIC X(35) OCCURS 300 TIMES.
              05 ROUTE-CHAN     PIC X(20) OCCURS 300 TIMES.
              05 ROUTE-SVC      PIC XX OCCURS 300 TIMES.
              05 ROUTE-COUNT    PIC 999 VALUE 0.
              05 ROUTE-IDX      PIC 999 VALUE 0.
              05 CH-NAME        PIC X(20) OCCURS 100 TIMES.
              05 CH-CUR-UPU     PIC X(20) VALUE SPACES.
              05 CH-CUR-FB      PIC X(20) VALUE SPACES.
              05 CH-UNIT        PIC X(20).
              05 CH-SVC         PIC XX.
              05 CH-UPU-FMT     PIC Z(6)9.
              05 CH-FB-FMT      PIC Z(6)9.
              05 CH-TXT         PIC X(120).

       *> ========= UPU S10 掛號/追蹤號碼配號 (S10Ranges.csv) =========
       01 S10-DATA.
              05 S10-RNG-STATUS PIC XX VALUE "00".
              05 S10-HW-STATUS  PIC XX VALUE "00".
              05 CTL-S10-HW-PATH PIC X(120).
              05 CTL-S10-LOCK-PATH PIC X(120).
              05 S10-SVC        PIC XX OCCURS 50 TIMES.
              05 S10-FIRST      PIC 9(8) OCCURS 50 TIMES.
              05 S10-LAST       PIC 9(8) OCCURS 50 TIMES.
              05 S10-CTRY       PIC XX OCCURS 50 TIMES.
              05 S10-LOW        PIC 9(8) OCCURS 50 TIMES.
              05 S10-NEXT       PIC 9(9) OCCURS 50 TIMES.
              05 S10-RSV        PIC 9(9) OCCURS 50 TIMES.
              05 S10-HWF        PIC 9(9) OCCURS 50 TIMES.
                                    *> 高水位檔現值 (取鎖後重讀)
              05 S10-COUNT      PIC 99 VALUE 0.
              05 S10-I          PIC 99 VALUE 0.
              05 S10-HIT        PIC 99 VALUE 0.
              05 S10-RSV-CHUNK  PIC 9(4) VALUE 100.
              05 S10-TOK        PIC X(20) OCCURS 5 TIMES.
              05 S10-HW-FIRST   PIC 9(8).
              05 S10-HW-NEXT    PIC 9(9).
              05 S10-NUMBER     PIC X(13).
              05 S10-SERIAL-GRP.
                 10 S10-SER-D   PIC 9 OCCURS 8 TIMES.
              05 S10-SERIAL REDEFINES S10-SERIAL-GRP PIC 9(8).
              05 S10-WEIGHT-TXT PIC X(8) VALUE "86423597".
              05 S10-WEIGHT-GRP REDEFINES S10-WEIGHT-TXT.
                 10 S10-WEIGHT  PIC 9 OCCURS 8 TIMES.
              05 S10-K          PIC 9 VALUE 0.
              05 S10-SUM        PIC 9(4) VALUE 0.
              05 S10-CHK        PIC 99 VALUE 0.
              05 S10-CHK-D      PIC 9 VALUE 0.
              05 S10-LEFT       PIC 9(9) VALUE 0.
              05 S10-ISSUED     PIC 9(7) VALUE 0.
              05 S10-NONE-CNT   PIC 9(7) VALUE 0.
              05 S10-FMT        PIC Z(8)9.
              05 S10-TXT        PIC X(150).

       *> ========= 單位×通路寄送量 (月結分攤計費明細用) =========
       01 UC-TOTALS.
              05 UC-ENTRY OCCURS 300 TIMES.
              05 BUF-CUR-FAIL   PIC X(20) VALUE SPACES.
              05 BUF-UNIT       PIC X(20).

       *> ========= 來源系統回寫/退件通知 =========
       *> 與業務單位分檔相同，以「目前開啟來源」切換 EXTEND 檔案；
       *> 流水號/位元組數/雜湊逐來源累計，結束時寫 .ctl。續跑或
       *> 重送時首次開啟先掃描既有檔案接續流水號
       01 SWB-DATA.
              05 SWB-WB-STATUS  PIC XX VALUE "00".
              05 SWB-RJ-STATUS  PIC XX VALUE "00".
              05 CTL-SWB-WB-PATH PIC X(150).
              05 CTL-SWB-RJ-PATH PIC X(150).
              05 SWB-LOADED     PIC X VALUE "N".
              05 SWB-OPENED     PIC X VALUE "N".
              05 SWB-DEF-LAYOUT PIC X(150) VALUE
                 "ADDRESS_LINE_REBUILD,CITY,STATE,ZIP,COUNTRY".
              05 SWB-LAYOUT     PIC X(150).
              05 SWB-PL-COUNT   PIC 999 VALUE 0.
              05 SWB-PL OCCURS 100 TIMES.
                 10 SWB-PL-SRC     PIC X(20).
                 10 SWB-PL-TXT     PIC X(150).
              05 SWB-EC-COUNT   PIC 999 VALUE 0.
              05 SWB-EC OCCURS 200 TIMES.
                 10 SWB-EC-CODE    PIC X(3).
                 10 SWB-EC-SEV     PIC X(8).
                 10 SWB-EC-DESC    PIC X(80).
                 10 SWB-EC-ACT     PIC X(120).
              05 SWB-COUNT      PIC 999 VALUE 0.
              05 SWB-IDX        PIC 999 VALUE 0.
              05 SWB-FOUND      PIC 999 VALUE 0.
              05 SWB-CUR-WB     PIC X(20) VALUE SPACES.
              05 SWB-CUR-RJ     PIC X(20) VALUE SPACES.
              05 SWB-UNIT       PIC X(20).
              05 SWB-SRC OCCURS 100 TIMES.
                 10 SWB-S-NAME     PIC X(20).
                 10 SWB-S-FLD-CNT  PIC 99.
                 10 SWB-S-FLD      PIC 99 OCCURS 20 TIMES.
                 10 SWB-S-WB-INIT  PIC X.
                 10 SWB-S-RJ-INIT  PIC X.
                 10 SWB-S-WB-SEQ   PIC 9(9).
                 10 SWB-S-WB-BYTES PIC 9(12).
                 10 SWB-S-WB-HASH  PIC 9(12).
                 10 SWB-S-RJ-SEQ   PIC 9(9).
                 10 SWB-S-RJ-BYTES PIC 9(12).
                 10 SWB-S-RJ-HASH  PIC 9(12).
              05 SWB-WB-ROWS    PIC 9(7) VALUE 0.
              05 SWB-RJ-ROWS    PIC 9(7) VALUE 0.
              05 SWB-R-COUNT    PIC 9(9) VALUE 0.
              05 SWB-R-BYTES    PIC 9(12) VALUE 0.
              05 SWB-R-HASH     PIC 9(12) VALUE 0.
              05 SWB-ID-HASH    PIC 9(12) VALUE 0.
              05 SWB-TOK        PIC X(150) OCCURS 4 TIMES.
              05 SWB-FLD-NAME   PIC X(50).
              05 SWB-CODE       PIC X(3).
              05 SWB-SEV        PIC X(8).
              05 SWB-DESC       PIC X(80).
              05 SWB-ACT        PIC X(120).
              05 SWB-J          PIC 999 VALUE 0.
              05 SWB-K          PIC 999 VALUE 0.
              05 SWB-LEN        PIC 9(4) VALUE 0.
              05 SWB-PTR        PIC 9(4) VALUE 0.
              05 SWB-CPTR       PIC 9(4) VALUE 0.
              05 SWB-SEQ-FMT    PIC 9(9).
              05 SWB-ROWS-FMT   PIC Z(6)9.
              05 SWB-ROWS-FMT2  PIC Z(6)9.
              05 SWB-SENT       PIC X(300).
              05 SWB-NORM-IN    PIC X(300).
              05 SWB-NORM-OUT   PIC X(300).
              05 SWB-TXT        PIC X(4000).

       *> ========= 解析結果存檔 (ParsedStore) =========
       *> 郵寄輸出寫出時同步存一份 (L 列)，每筆另存完整解析欄位
       *> (R 列)；OUT-REGEN 依 RUN_ID 重產輸出
       01 PRS-DATA.
              05 PRS-STATUS     PIC XX VALUE "00".
              05 PRS-IDX-STATUS PIC XX VALUE "00".
              05 CTL-PRS-PATH   PIC X(150).
              05 CTL-PRS-IDX-PATH PIC X(150).
              05 PRS-ACTIVE     PIC X VALUE "N".
              05 PRS-REUSE      PIC X VALUE "N".
              05 PRS-EOF        PIC X VALUE "N".
              05 PRS-CMP        PIC X(35).
              05 PRS-RUN-ID     PIC X(14) VALUE SPACES.
              05 PRS-IDX-ID     PIC X(14).
              05 PRS-IDX-ST     PIC X(10).
              05 PRS-R-CNT      PIC 9(9) VALUE 0.
              05 PRS-L-CNT      PIC 9(9) VALUE 0.
              05 PRS-SEQ        PIC 9(9) VALUE 0.
              05 PRS-SEQ-FMT    PIC 9(9).
              05 PRS-CNT-FMT    PIC Z(8)9.
              05 PRS-FMT        PIC X(10).
              05 PRS-LINE       PIC X(4000).
              05 PRS-OUTCOME    PIC X(4).
              05 PRS-CHAN       PIC X(20).
              05 PRS-I          PIC 99 VALUE 0.
              05 PRS-PTR        PIC 9(5) VALUE 0.
              05 PRS-TS         PIC X(21).
              05 PRS-TXT        PIC X(8000).

       *> ========= 收件人姓名拆解與稱呼語 =========
       *> 姓名詞彙 (NameVocabulary.csv)、姓在前國家、稱呼語範本
       *> (SalutationRules.csv)；逐筆結果寫入 Address_Split.csv
       01 NAME-DATA.
              05 NAMEV-STATUS   PIC XX VALUE "00".
              05 SALU-STATUS    PIC XX VALUE "00".
              05 NMV-TYPE       PIC X OCCURS 300 TIMES.
              05 NMV-TERM       PIC X(20) OCCURS 300 TIMES.
              05 NMV-OUT        PIC X(20) OCCURS 300 TIMES.
              05 NMV-COUNT      PIC 999 VALUE 0.
              05 NMV-I          PIC 999 VALUE 0.
              05 NMO-CTRY       PIC XX OCCURS 50 TIMES.
              05 NMO-COUNT      PIC 99 VALUE 0.
              05 NMO-I          PIC 99 VALUE 0.
              05 SAL-KEY        PIC X(60) OCCURS 100 TIMES.
              05 SAL-KIND       PIC X OCCURS 100 TIMES.
              05 SAL-TEXT       PIC X(100) OCCURS 100 TIMES.
              05 SAL-ADDR       PIC X(120) OCCURS 100 TIMES.
              05 SAL-COUNT      PIC 999 VALUE 0.
              05 SAL-I          PIC 999 VALUE 0.
              05 SAL-HIT        PIC 999 VALUE 0.
              05 NM-VTOK        PIC X(120) OCCURS 4 TIMES.
              05 NM-SRC         PIC X(200).
              05 NM-TOK         PIC X(60) OCCURS 16 TIMES.
              05 NM-TOK-CNT     PIC 99 VALUE 0.
              05 NM-COMMA-AT    PIC 99 VALUE 0.
              05 NM-FIRST       PIC 99 VALUE 0.
              05 NM-LAST        PIC 99 VALUE 0.
              05 NM-SPLIT       PIC 99 VALUE 0.
              05 NM-I           PIC 99 VALUE 0.
              05 NM-PTR         PIC 9(4) VALUE 0.
              05 NM-LEN         PIC 9(4) VALUE 0.
              05 NM-K           PIC 9(4) VALUE 0.
              05 NM-CMP         PIC X(60).
              05 NM-HIT         PIC X VALUE "N".
              05 NM-CTRY        PIC XX.
              05 NM-FAM-FIRST   PIC X VALUE "N".
              05 NM-KIND        PIC X.
              05 NM-TITLE       PIC X(40).
              05 NM-GIVEN       PIC X(100).
              05 NM-SURNAME     PIC X(100).
              05 NM-FULL        PIC X(200).
              05 NM-SUFFIX      PIC X(30).
              05 NM-ORG         PIC X(200).
              05 NM-SALUT       PIC X(200).
              05 NM-FORMAL      PIC X(200).
              05 NM-TPL         PIC X(120).
              05 NM-OUT         PIC X(200).
              05 NM-WORK        PIC X(300).
              05 NM-OPTR        PIC 9(4) VALUE 0.
              05 NM-CH          PIC X.

       *> ========= 急件快速通道 (PRIORITY-LANE) =========
       *> 輸入第 6 欄為急件旗標 (P/Y)；急件先行整批處理 (第 1
       *> 趟)，一般件第 2 趟，使急件輸出可先交快遞取件
              05 REFA-FMT3      PIC Z(6)9.
              05 REFA-FMT4      PIC Z(6)9.

       *> ========= 參照資料授權登錄 (RefDataRegister.csv) =========
       *> 全國地址檔以 RefAddress.dat 上 REFADDR-LOAD 蓋印的
       *> 版次 (#REFDATE) 與授權到期日 (#LICEXP) 為準；授權已
       *> 過期者不得使用，比對等級留空 (郵資折扣亦不成立)
       01 RDR-REF-TBL.
              05 FILLER PIC X(30) VALUE "NationalAddressFile.csv".
              05 FILLER PIC X(30) VALUE "GeoRef.csv".
              05 FILLER PIC X(30) VALUE "ZipCityXref.csv".
              05 FILLER PIC X(30) VALUE "StreetRanges.csv".
       01 FILLER REDEFINES RDR-REF-TBL.
              05 RDR-REF-NAME   PIC X(30) OCCURS 4 TIMES.

       01 RDR-DATA.
              05 RDR-STATUS     PIC XX VALUE "00".
              05 RDR-COUNT      PIC 99 VALUE 0.
              05 RDR-ENTRY OCCURS 20 TIMES.
                 10 RDR-FILE    PIC X(30).
                 10 RDR-VENDOR  PIC X(40).
                 10 RDR-EDITION PIC X(8).
                 10 RDR-EXPIRY  PIC X(8).
              05 RDR-I          PIC 99 VALUE 0.
              05 RDR-J          PIC 99 VALUE 0.
              05 RDR-FILE-WK    PIC X(30).
              05 RDR-VENDOR-WK  PIC X(40).
              05 RDR-EDITION-WK PIC X(8).
              05 RDR-EXPIRY-WK  PIC X(8).
              05 RDR-USE-WK     PIC X(30).
              05 RDR-LIC-EXP    PIC X(8) VALUE SPACES.
              05 RDR-LIC-NUM    PIC 9(8) VALUE 0.
              05 RDR-TODAY      PIC X(8).
              05 RDR-LIC-WARNED PIC X VALUE "N".
              05 RDR-TXT        PIC X(200).

       *> ========= 禁運目的國管制 (input\EmbargoList.csv) =========
       01 EMB-DATA.
              05 EMB-STATUS    PIC XX VALUE "00".
              05 EMB-CMP       PIC X(35).
              05 EMB-TXT       PIC X(2200).

       *> ========= 高風險地址用途 (HighRiskPremises.csv) =========
       *> 用途代碼由 FORMATTER-ADDRESS 判定 (31[ADDRESS_USE]，
       *> 命中依據在 32)；本區為各代碼件數與新轉高風險清單
       01 HRU-DATA.
              05 HRU-STATUS      PIC XX VALUE "00".
              05 CTL-HRU-PATH    PIC X(120).
              05 HRU-CODES.
                 10 FILLER       PIC X(8) VALUE "CMRA".
                 10 FILLER       PIC X(8) VALUE "VIRTUAL".
                 10 FILLER       PIC X(8) VALUE "LOCKER".
                 10 FILLER       PIC X(8) VALUE "PRISON".
                 10 FILLER       PIC X(8) VALUE "HOSPITAL".
                 10 FILLER       PIC X(8) VALUE "HOTEL".
              05 HRU-CODE REDEFINES HRU-CODES
                                 PIC X(8) OCCURS 6 TIMES.
              05 HRU-CNT         PIC 9(7) OCCURS 6 TIMES.
              05 HRU-TOTAL       PIC 9(7) VALUE 0.
              05 HRU-NEW-CNT     PIC 9(7) VALUE 0.
              05 HRU-I           PIC 9 VALUE 0.
              05 HRU-PREV        PIC X(8).
              05 HRU-FMT         PIC Z(6)9.
              05 HRU-TXT         PIC X(2300).

       *> ========= 受限對象篩檢 (input\DeniedParties.csv) =========
       *> 名單：LIST_ID;NAME;ENTITY_TYPE (I=個人 E=機構 空白=不拘)
       *> ;CITY;COUNTRY;PROGRAM (國家寫法同 CountryRouting.csv)。
       *> 名稱鍵為正規化後字詞以單一空白
       *> 相接；計分為雙方字詞的 Dice 係數 (單字母縮寫對得上
       *> 首字母亦算)，再依國家/城市/個人機構別加減分
       01 DPS-DATA.
              05 DPS-LIST-STATUS PIC XX VALUE "00".
              05 DPS-DEC-STATUS  PIC XX VALUE "00".
              05 DPS-RVW-STATUS  PIC XX VALUE "00".
              05 CTL-DPS-REVIEW-PATH PIC X(120).
              05 DPS-RVW-OPEN    PIC X VALUE "N".
              05 DPS-COUNT       PIC 9(4) VALUE 0.
              05 DPS-IDX         PIC 9(4) VALUE 0.
              05 DPS-ENTRY OCCURS 1000 TIMES.
                 10 DPS-E-ID     PIC X(20).
                 10 DPS-E-NAME   PIC X(100).
                 10 DPS-E-WCNT   PIC 99.
                 10 DPS-E-W      PIC X(30) OCCURS 12 TIMES.
                 10 DPS-E-TYPE   PIC X.
                 10 DPS-E-CITY   PIC X(35).
                 10 DPS-E-CTRY   PIC X(35).
                 10 DPS-E-PROG   PIC X(20).
              *> 裁決 (同一客戶+名單編號以最後一列為準)
              05 DPS-DEC-COUNT   PIC 9(4) VALUE 0.
              05 DPS-D-IDX       PIC 9(4) VALUE 0.
              05 DPS-DEC-ENTRY OCCURS 2000 TIMES.
                 10 DPS-D-CUST   PIC X(50).
                 10 DPS-D-LIST   PIC X(20).
                 10 DPS-D-KEY    PIC X(100).
                 10 DPS-D-DEC    PIC X(9).
              *> 覆核清單上已待辦者 (不重複列入)
              05 DPS-PEND-COUNT  PIC 9(4) VALUE 0.
              05 DPS-P-IDX       PIC 9(4) VALUE 0.
              05 DPS-PEND-ENTRY OCCURS 2000 TIMES.
                 10 DPS-P-CUST   PIC X(50).
                 10 DPS-P-LIST   PIC X(20).
              05 DPS-TOK         PIC X(100) OCCURS 7 TIMES.
              *> 名稱正規化 (DPS-NAME-IN -> DPS-NAME-KEY / DPS-W)
              05 DPS-NAME-IN     PIC X(200).
              05 DPS-NAME-KEY    PIC X(100).
              05 DPS-W           PIC X(30) OCCURS 12 TIMES.
              05 DPS-W-CNT       PIC 99 VALUE 0.
              05 DPS-CH          PIC X.
              05 DPS-K           PIC 9(3) VALUE 0.
              05 DPS-LEN         PIC 9(3) VALUE 0.
              05 DPS-WORD        PIC X(30).
              05 DPS-WLEN        PIC 99 VALUE 0.
              05 DPS-PROBE       PIC X(32).
              05 DPS-NOISE-HIT   PIC 99 VALUE 0.
              05 DPS-NOISE.
                 10 FILLER PIC X(50) VALUE
                   " MR MRS MS MISS DR PROF SIR MME MLLE HERR FRAU ".
                 10 FILLER PIC X(50) VALUE
                   " THE OF AND LTD LLC LLP INC CO CORP LIMITED ".
                 10 FILLER PIC X(50) VALUE
                   " CORPORATION COMPANY GMBH AG SA SAS SARL SPA ".
                 10 FILLER PIC X(50) VALUE
                   " SRL BV NV PLC PTE ".
              *> 計分 (本筆字詞 DPS-RW vs 名單字詞 DPS-W)
              05 DPS-RW          PIC X(30) OCCURS 12 TIMES.
              05 DPS-RW-CNT      PIC 99 VALUE 0.
              05 DPS-RW-USED     PIC X OCCURS 12 TIMES.
              05 DPS-REC-KEY     PIC X(100).
              05 DPS-REC-CTRY    PIC X(35).
              05 DPS-REC-CITY    PIC X(35).
              05 DPS-I           PIC 99 VALUE 0.
              05 DPS-J           PIC 99 VALUE 0.
              05 DPS-MATCHED     PIC 99 VALUE 0.
              05 DPS-SCORE       PIC S9(4) VALUE 0.
              05 DPS-BEST        PIC S9(4) VALUE 0.
              05 DPS-BEST-IDX    PIC 9(4) VALUE 0.
              05 DPS-BEST-DEC    PIC X(9).
              05 DPS-CUR-DEC     PIC X(9).
              05 DPS-CLEARED     PIC X VALUE "N".
              05 DPS-FULL        PIC X VALUE "N".
              05 DPS-REPORTED    PIC X VALUE "N".
              05 DPS-CUR-CUST    PIC X(50).
              05 DPS-KEY-WK      PIC X(100).
              05 DPS-OUT-NAME    PIC X(200).
              05 DPS-LISTED      PIC X VALUE "N".
              05 DPS-HOLD-CNT    PIC 9(7) VALUE 0.
              05 DPS-CONF-CNT    PIC 9(7) VALUE 0.
              05 DPS-CLR-CNT     PIC 9(7) VALUE 0.
              05 DPS-NEW-CNT     PIC 9(7) VALUE 0.
              05 DPS-FMT         PIC Z(6)9.
              05 DPS-FMT2        PIC Z(6)9.
              05 DPS-SCORE-FMT   PIC ZZ9.
              05 DPS-TXT         PIC X(2600).

       *> ========= 跨業務單位接觸頻率上限 (ContactPolicy.csv) =========
       *> 業務單位優先序 P (1 最高) 以預留名額實現：該單位的
       *> 郵件於窗期內住戶已達 上限-(P-1) 件即延後 (至少仍可
       *> 寄 1 件)，低優先單位不致先行用盡高優先單位的名額
       01 CTC-DATA.
              05 CTC-POL-STATUS  PIC XX VALUE "00".
              05 CTC-HIST-STATUS PIC XX VALUE "00".
              05 CTL-CTC-HIST-PATH PIC X(120).
              05 CTL-CTC-DEF-PATH  PIC X(120).
              05 CTL-CTC-LOCK-PATH PIC X(120).
              05 CTC-ACTIVE      PIC X VALUE "N".
              05 CTC-LEASED      PIC X VALUE "N".
                                    *> Y=持有共用接觸歷史鎖定且已開檔
              05 CTC-LOST        PIC X VALUE "N".
                                    *> Y=中途取不到鎖定，其後不再檢核
              05 CTC-LEASE-CNT   PIC 9(5) VALUE 0.
              05 CTC-LEASE-MAX   PIC 9(5) VALUE 500.
                                    *> 持有鎖定連續檢核此件數後，
                                    *> 有其他工作等候即讓出
              05 CTC-CAP-COUNT   PIC 9 VALUE 0.
              05 CTC-CAP-ENTRY OCCURS 5 TIMES.
                 10 CTC-CAP-MAX  PIC 9(3).
                 10 CTC-CAP-DAYS PIC 9(3).
              05 CTC-MAX-DAYS    PIC 9(3) VALUE 0.
              05 CTC-UNIT-COUNT  PIC 99 VALUE 0.
              05 CTC-UNIT-ENTRY OCCURS 50 TIMES.
                 10 CTC-U-NAME   PIC X(20).
                 10 CTC-U-PRIO   PIC 99.
              05 CTC-DEF-PRIO    PIC 99 VALUE 1.
              05 CTC-TOK         PIC X(40) OCCURS 3 TIMES.
              05 CTC-I           PIC 99 VALUE 0.
              05 CTC-J           PIC 99 VALUE 0.
              05 CTC-RUN-INT     PIC 9(7) VALUE 0.
              05 CTC-FROM-DATE   PIC 9(8) VALUE 0.
              05 CTC-KEEP-DATE   PIC 9(8) VALUE 0.
              05 CTC-CUR-UNIT    PIC X(20).
              05 CTC-CUR-CUST    PIC X(50).
              05 CTC-CUR-PRIO    PIC 99 VALUE 1.
              05 CTC-LIMIT       PIC S9(3) VALUE 0.
              05 CTC-IN-WIN      PIC 9(3) VALUE 0.
              05 CTC-NEW-REC     PIC X VALUE "N".
              05 CTC-DEFER       PIC X VALUE "N".
              05 CTC-HIT-CAP     PIC 9 VALUE 0.
              05 CTC-HIT-CNT     PIC 9(3) VALUE 0.
              05 CTC-DEF-CNT     PIC 9(7) VALUE 0.
              05 CTC-REC-CNT     PIC 9(7) VALUE 0.
              05 CTC-REPORTED    PIC X VALUE "N".
              05 CTC-FMT         PIC Z(6)9.
              05 CTC-FMT2        PIC Z(6)9.
              05 CTC-N-FMT       PIC ZZ9.
              05 CTC-N-FMT2      PIC ZZ9.
              05 CTC-N-FMT3      PIC ZZ9.
              05 CTC-TXT         PIC X(2200).

       *> ========= 多戶建物缺樓層/室號 (UnitRegister.dat) =========
       01 MU-DATA.
              05 MU-REG-STATUS   PIC XX VALUE "00".
              05 CTL-MU-REG-PATH PIC X(120).
              05 CTL-MU-RPT-PATH PIC X(120).
              05 MU-ACTIVE       PIC X VALUE "N".
              05 MU-RPT-OPEN     PIC X VALUE "N".
              05 MU-REPORTED     PIC X VALUE "N".
              05 MU-BKEY         PIC X(150).
              05 MU-BKEY-POS     PIC 9(3) VALUE 0.
              05 MU-RAW          PIC X(600).
              05 MU-RAW-LEN      PIC 9(3) VALUE 0.
              05 MU-K            PIC 9(3) VALUE 0.
              05 MU-CH           PIC X.
              05 MU-CUST         PIC X(50).
              05 MU-UNIT-FLAG    PIC X VALUE "N".
              05 MU-OLD-FOUND    PIC X VALUE "N".
              05 MU-OLD-BKEY     PIC X(150).
              05 MU-OLD-UNIT     PIC X.
              05 MU-ADJ          PIC S9 VALUE 0.
              05 MU-ADJ-UNIT     PIC S9 VALUE 0.
              05 MU-STAT         PIC X(7).
              05 MU-UNITS        PIC 9(7) VALUE 0.
              05 MU-SRC          PIC X(8).
              05 MU-MULTI        PIC X VALUE "N".
              05 MU-NO           PIC 9(7) VALUE 0.
              05 MU-NO-LEN       PIC 99 VALUE 0.
              05 MU-NO-FMT       PIC Z(6)9.
              05 MU-MISS-CNT     PIC 9(7) VALUE 0.
              05 MU-OTH-UNIT     PIC 9(7) VALUE 0.
              05 MU-B-FOUND      PIC X VALUE "N".
              05 MU-KEY-SAVE     PIC X(160).
              05 MU-FMT          PIC Z(6)9.
              05 MU-FMT2         PIC Z(6)9.
              05 MU-TXT          PIC X(2400).

       *> ========= 種子地址插入 (SeedAddresses.csv) =========
       *> SEED-ACTIVE=Y 表示正在讀種子工作檔 (另趟讀入)，各段據以
       *> 略過主檔/異動遞送/郵資分攤/資料倉儲等客戶專屬處理
       01 SEED-DATA.
              05 SEED-STATUS     PIC XX VALUE "00".
              05 SEED-REG-STATUS PIC XX VALUE "00".
              05 SEED-SEQ-STATUS PIC XX VALUE "00".
              05 CTL-SEED-WORK-PATH PIC X(120).
              05 CTL-SEED-REG-PATH  PIC X(120).
              05 CTL-SEED-SEQ-PATH  PIC X(120).
              05 SEED-LOADED     PIC X VALUE "N".
              05 SEED-ACTIVE     PIC X VALUE "N".
              05 SEED-COUNT      PIC 9(3) VALUE 0.
              05 SEED-ENTRY OCCURS 200 TIMES.
                 10 SEED-ID      PIC X(20).
                 10 SEED-TYPE    PIC X(5).
                 10 SEED-CTRY    PIC X(35).
                 10 SEED-UNIT    PIC X(20).
                 10 SEED-NAME    PIC X(100).
                 10 SEED-ORIG    PIC X(300).
                 10 SEED-EN      PIC X(300).
                 10 SEED-ATYPE   PIC X(20).
              05 SEED-TOK        PIC X(300) OCCURS 8 TIMES.
              05 SEED-I          PIC 9(3) VALUE 0.
              05 SEED-J          PIC 9(4) VALUE 0.
              05 SEED-K          PIC 9(3) VALUE 0.
              *> 本批實際寄出 (通過驗證) 的業務單位與 國家×單位
              05 SEED-MBU-COUNT  PIC 9(3) VALUE 0.
              05 SEED-MBU        PIC X(20) OCCURS 100 TIMES.
              05 SEED-PAIR-COUNT PIC 9(4) VALUE 0.
              05 SEED-PAIR OCCURS 1000 TIMES.
                 10 SEED-P-CTRY  PIC X(35).
                 10 SEED-P-UNIT  PIC X(20).
              05 SEED-CUR-CTRY   PIC X(35).
              05 SEED-CUR-UNIT   PIC X(20).
              05 SEED-HIT        PIC X VALUE "N".
              05 SEED-FULL       PIC X VALUE "N".
              *> 本批發出的種子代號 (序號 - 起號 = 表格位置)
              05 SEED-SEQ-NO     PIC 9(8) VALUE 0.
              05 SEED-SEQ-START  PIC 9(8) VALUE 0.
              05 SEED-CHK        PIC 99 VALUE 0.
              05 SEED-CODE       PIC X(10).
              05 SEED-CODE-N REDEFINES SEED-CODE PIC 9(10).
              05 SEED-ISS-COUNT  PIC 9(4) VALUE 0.
              05 SEED-ISS OCCURS 2000 TIMES.
                 10 SEED-ISS-IDX  PIC 9(3).
                 10 SEED-ISS-UNIT PIC X(20).
              *> 另趟讀入時暫存的主批次設定與計數
              05 SEED-SV-PATH    PIC X(120).
              05 SEED-SV-FORMAT  PIC X(10).
              05 SEED-SV-DIALECT PIC X(9).
              05 SEED-SV-REFEED  PIC X.
              05 SEED-SV-BATCH   PIC X.
              05 SEED-SV-RESTART PIC X.
              05 SEED-SV-PLIMIT  PIC 9.
              05 SEED-SV-SEL     PIC 9(7).
              05 SEED-SV-SKIP    PIC X.
              05 SEED-SV-RECNO   PIC 9(7).
              05 SEED-SV-DATA    PIC 9(7).
              05 SEED-OUT-CNT    PIC 9(7) VALUE 0.
              05 SEED-FAIL-CNT   PIC 9(7) VALUE 0.
              05 SEED-FMT        PIC Z(6)9.
              05 SEED-FMT2       PIC Z(6)9.
              05 SEED-TXT        PIC X(2000).

       *> ========= 跨境報關資料 CN22/CN23 (CustomsRules.csv) =========
       01 CUS-DATA.
              05 CUS-RULE-STATUS PIC XX VALUE "00".
              05 CUS-CONT-STATUS PIC XX VALUE "00".
              05 CTL-CUSDECL-PATH PIC X(120).
              05 CTL-CH-CUS-PATH PIC X(150).
              05 CUS-R-CTRY     PIC X(35) OCCURS 300 TIMES.
              05 CUS-R-FORM     PIC X(4) OCCURS 300 TIMES.
              05 CUS-R-HSREQ    PIC X OCCURS 300 TIMES.
              05 CUS-R-LIMIT    PIC 9(7)V99 OCCURS 300 TIMES.
              05 CUS-R-COUNT    PIC 999 VALUE 0.
              05 CUS-R-IDX      PIC 999 VALUE 0.
              05 CUS-R-DFLT     PIC 999 VALUE 0.
              05 CUS-R-HIT      PIC 999 VALUE 0.
              05 CUS-C-ENTRY OCCURS 20000 TIMES.
                 10 CUS-C-CUSTID PIC X(50).
                 10 CUS-C-DESC   PIC X(60).
                 10 CUS-C-HS     PIC X(12).
                 10 CUS-C-QTY    PIC X(5).
                 10 CUS-C-VALUE  PIC X(12).
                 10 CUS-C-CURR   PIC X(5).
                 10 CUS-C-ORIGIN PIC X(35).
              05 CUS-C-COUNT    PIC 9(5) VALUE 0.
              05 CUS-C-IDX      PIC 9(5) VALUE 0.
              05 CUS-C-HIT      PIC 9(5) VALUE 0.
              05 CUS-TOK        PIC X(60) OCCURS 7 TIMES.
              05 CUS-CMP        PIC X(35).
              05 CUS-FORM       PIC X(4).
              05 CUS-OK         PIC X VALUE "N".
              05 CUS-HSREQ      PIC X.
              05 CUS-VALUE-N    PIC 9(7)V99 VALUE 0.
              05 CUS-CHK        PIC X(12).
              05 CUS-DOTS       PIC 99 VALUE 0.
              05 CUS-MISSING    PIC X(80).
              05 CUS-ITEM       PIC X(15).
              05 CH-CUS-INIT    PIC X OCCURS 100 TIMES.
              05 CH-CUR-CUS     PIC X(20) VALUE SPACES.
              05 CUS-DECL-CNT   PIC 9(7) VALUE 0.
              05 CUS-FAIL-CNT   PIC 9(7) VALUE 0.
              05 CUS-FMT        PIC Z(6)9.
              05 CUS-TXT        PIC X(400).
              05 CUS-CH-TXT     PIC X(400).
              05 CUS-ID-TXT     PIC X(50).
              05 CUS-PTR        PIC 9(4) VALUE 0.

       *> ========= 住戶歸戶 (Household.csv) =========
       *> 歸戶鍵：重組地址轉大寫、僅保留英數字元後之前 200 碼。
       *> 歸戶改以 COBOL SORT 對正規化鍵排序後自排序流輸出
              05 MIR-IN-STATUS PIC XX VALUE "00".
              05 MIR-SRC-PATH  PIC X(160).
              05 MIR-DST-PATH  PIC X(160).
              05 MIR-NAME      PIC X(60).
              05 MIR-SRC-CNT   PIC 9(7) VALUE 0.
              05 MIR-DST-CNT   PIC 9(7) VALUE 0.
              05 MIR-FAIL-FLAG PIC X VALUE "N".
       *> ========= 主管核放管制 (RELEASE-MAX-* 門檻) =========
       *> 超量/超支的批次先扣住郵寄輸出 (改名 .held)，待主管
       *> 核可檔 input\ReleaseApproval.txt (核可人;批號) 出現後
       *> 以 RUN-MODE=RELEASE 發佈；核可人須為操作員登錄檔
       *> (input\OperatorRegistry.csv) 中具 SUPERVISOR 角色者
       01 REL-DATA.
              05 REL-APPR-STATUS PIC XX VALUE "00".
              05 REL-APPROVER    PIC X(20).
              05 CTL-PURGE-OUT-PATH PIC X(130).
              05 PRG-REQID     PIC X(20) OCCURS 1000 TIMES.
              05 PRG-CUSTID    PIC X(50) OCCURS 1000 TIMES.
              05 PRG-FILES     PIC X(400) OCCURS 1000 TIMES.
              05 PRG-COUNT     PIC 9(4) VALUE 0.
              05 PRG-I         PIC 9(4) VALUE 0.
              05 PRG-K         PIC 9(4) VALUE 0.
              05 PRG-MATCHED   PIC X VALUE "N".
              05 PRG-REMOVED   PIC 9(5) VALUE 0.
              05 PRG-FNAME     PIC X(30).
              05 PRG-TXT       PIC X(600).
              05 PRG-HOLD      PIC X(20) OCCURS 1000 TIMES.
              05 PRG-HELD-ROWS PIC 9(5) OCCURS 1000 TIMES.
              05 PRG-DATE-COL  PIC 9 VALUE 0.
              05 PRG-FLDS.
                 10 PRG-FLD    PIC X(50) OCCURS 5 TIMES.
              05 PRG-HELD-CNT  PIC 9(4) VALUE 0.
              05 PRG-HELD-FMT  PIC Z(4)9.
              *> 他程式維護之保存檔清除 (索引檔/解析結果存檔等)
              05 PRG-IDX-STATUS PIC XX VALUE "00".
              05 PRG-EOF       PIC X VALUE "N".
              05 PRG-KEEP      PIC X VALUE "N".
                                    *> Y=本列在保全中，原樣保留
              05 PRG-DROP      PIC X VALUE "N".
              05 PRG-HIT       PIC 9(4) VALUE 0.
              05 PRG-HIT2      PIC 9(4) VALUE 0.
              05 PRG-ROW-DATE  PIC X(8).
              05 PRG-NOT-DONE  PIC X(200) VALUE SPACES.
                                    *> 未能清除之保存檔 (鎖定逾時/
                                    *> 無法開檔)，證明列註記
              05 PRG-WHY       PIC X(40).
              05 PRG-E         PIC 99 VALUE 0.
              05 PRG-E-OUT     PIC 99 VALUE 0.
              *> 解析結果存檔：RUN_ID 清單、剔除之 R 列序號、ISO
              *> 片段的 CustId (逸出後真實 ID/ISO20022 夥伴代號)
              05 PRG-PS-RUN    PIC X(14) OCCURS 2000 TIMES.
              05 PRG-PS-RUN-CNT PIC 9(4) VALUE 0.
              05 PRG-PS-R      PIC 9(4) VALUE 0.
              05 PRG-PS-SEQ    PIC X(9) OCCURS 5000 TIMES.
              05 PRG-PS-SEQ-CNT PIC 9(4) VALUE 0.
              05 PRG-PS-J      PIC 9(4) VALUE 0.
              05 PRG-PS-OVER   PIC X VALUE "N".
              05 PRG-PS-TOUCH  PIC X VALUE "N".
              05 PRG-PS-ISO-DROP PIC X VALUE "N".
              05 PRG-PS-TOK    PIC X(20) OCCURS 3 TIMES.
              05 PRG-PS-CUST   PIC X(50).
              05 PRG-PS-PTR    PIC 9(5) VALUE 0.
              05 PRG-PS-SKIP   PIC X(30).
              05 PRG-PS-ATTR   PIC X(380).
              05 PRG-PS-R-DROP PIC 9(9) VALUE 0.
              05 PRG-PS-L-DROP PIC 9(9) VALUE 0.
              05 PRG-PS-R-CNT  PIC 9(9) VALUE 0.
              05 PRG-PS-L-CNT  PIC 9(9) VALUE 0.
              05 PRG-XML-ID    PIC X(380) OCCURS 1000 TIMES.
              05 PRG-ISO-TK    PIC X(15) OCCURS 1000 TIMES.

       *> ========= 法務保全名單 (input\LegalHold.csv) =========
       *> 每列：保全編號;CUSTOMER_ID;起日;迄日 (YYYYMMDD)
       *>   僅 CUSTOMER_ID       該客戶全部資料保全
       *>   CUSTOMER_ID + 日期   該客戶於區間內的資料保全
       *>   僅日期               區間內所有客戶的資料保全
       *> 迄日空白表示迄今未解除
       01 LEGAL-HOLD-DATA.
              05 LGH-STATUS     PIC XX VALUE "00".
              05 LGH-DEFER-STATUS PIC XX VALUE "00".
              05 CTL-DEFER-PATH PIC X(130).
              05 LGH-ID         PIC X(20) OCCURS 500 TIMES.
              05 LGH-CUSTID     PIC X(50) OCCURS 500 TIMES.
              05 LGH-FROM       PIC X(8)  OCCURS 500 TIMES.
              05 LGH-TO         PIC X(8)  OCCURS 500 TIMES.
              05 LGH-COUNT      PIC 9(3) VALUE 0.
              05 LGH-I          PIC 9(3) VALUE 0.
              05 LGH-KEY-CUST   PIC X(50).
              05 LGH-KEY-DATE   PIC X(8).
              05 LGH-HIT-ID     PIC X(20).

       *> ========= 退件/無法投遞管理 (Undeliverable.dat) =========
       01 UNDEL-DATA.
       01 HIST-DATA.
              05 HIST-STATUS  PIC XX VALUE "00".
              05 CTL-HIST-PATH PIC X(120).
              05 CTL-HIST-IDX-PATH PIC X(120).
              05 HIST-TXT     PIC X(2100).
              05 HIST-IDX-FAIL PIC 9(7) VALUE 0.
              05 HIST-IDX-FMT PIC Z(6)9.
              05 HIST-IDX-WARNED PIC X VALUE "N".

       *> ========= 修正建議 (Suggestions.csv) =========
       *> 相似度評分：共同字首長度*10 - 長度差，取最高分者
              05 USAGE-CNT-FMT  PIC Z(6)9.
              05 USAGE-IDX-FMT  PIC Z9.
              05 USAGE-TXT      PIC X(200).
              05 CTL-USAGE-HIST-PATH PIC X(120).
              05 USAGE-HIST-STATUS PIC XX VALUE "00".
              05 USAGE-HIST-DATE PIC X(8).

       *> ========= 規則影響分析 (RUN-MODE=IMPACT) =========
       *> 兩趟分類結果以固定欄位暫存檔保存，逐列對齊比對

       *> ========= 批次表頭/表尾記錄與批號控制 =========
       *> 輸入檔第一列以 "H;" 開頭時視為帶批次控制之檔案：
       *> H;批號;SOURCE_SYSTEM;建檔日期;預期筆數[;郵寄代號]
       *> 檔尾 T;實際筆數 與 RECON-LINE-COUNT 互相核對；
       *> 批號小於等於 AuditLog.csv 中同一 SOURCE_SYSTEM 的
       *> 最後批號時，視為重送舊檔，整批拒收
              05 BATCH-SOURCE      PIC X(20).
              05 BATCH-CRE-DATE    PIC X(10).
              05 BATCH-EXP-COUNT   PIC X(10).
              05 BATCH-MAILING     PIC X(40).
              05 BATCH-EXP-NUM     PIC 9(7) VALUE 0.
              05 BATCH-TRL-COUNT   PIC X(10).
              05 BATCH-TRL-NUM     PIC 9(7) VALUE 0.
              05 AUDIT-TS-FMT      PIC X(14).
              05 AUDIT-TXT         PIC X(300).
              05 AUDIT-NOTES       PIC X(100) VALUE SPACES.
              05 AUDIT-CUT         PIC 9(4) VALUE 0.

       *> ========= 單一執行個體鎖定 (EXECUTE.lock) =========
       01 RUN-LOCK.
              05 LOCK-STALE-MIN   PIC 9(4) VALUE 480.
              05 LOCK-STALE-FLAG  PIC X VALUE "N".

       *> ========= 共用狀態檔鎖定 (SHARED-DIR 下 *.lck) =========
       01 SHARED-LOCK.
              05 SHL-STATUS       PIC XX VALUE "00".
              05 SHL-DIR-PATH     PIC X(120).
              05 SHL-OWN-PATH     PIC X(130).
              05 SHL-WAIT-PATH    PIC X(130).
              05 SHL-FILE-PATH    PIC X(130).
              05 SHL-RC           PIC S9(9) COMP-5 VALUE 0.
              05 SHL-CF-INFO.
                 10 SHL-CF-SIZE   PIC 9(18) COMP.
                 10 SHL-CF-REST   PIC X(56).
              05 SHL-GOT          PIC X VALUE "N".
                                    *> Y=取得 N=等候中 X=鎖定目錄
                                    *> 建不起來 (共用目錄不可用)
              05 SHL-MARK         PIC X VALUE "N".
                                    *> Y=等候時留 .wait 請持有者讓出
              05 SHL-WAITING      PIC X VALUE "N".
              05 SHL-STALE        PIC X VALUE "N".
              05 SHL-TRIES        PIC 9(4) VALUE 0.
              05 SHL-MAX-TRIES    PIC 9(4) VALUE 120.
                                    *> 每次等 1 秒，逾此放棄
              05 SHL-SLEEP-SECS   PIC 9(8) COMP-5 VALUE 1.
              05 SHL-YIELD-SECS   PIC 9(8) COMP-5 VALUE 2.
              05 SHL-STALE-MIN    PIC 9(4) VALUE 30.
              05 SHL-TS           PIC X(14).
              05 SHL-NOW-TS       PIC X(21).
              05 SHL-DATE-NUM     PIC 9(8) VALUE 0.
              05 SHL-OLD-MIN      PIC 9(9) VALUE 0.
              05 SHL-NOW-MIN      PIC 9(9) VALUE 0.

       *> ========= 操作員停止要求 (STOP-REQUEST) =========
       01 STOP-REQ-DATA.
              05 STOP-REQ-STATUS  PIC XX VALUE "00".
              05 CTL-STOP-PATH    PIC X(120).

       *> ========= 執行狀態心跳 (RunStatus.dat) =========
       01 RUN-STATUS-DATA.
              05 RST-STATUS       PIC XX VALUE "00".
              05 CTL-RST-PATH     PIC X(120).
              05 RST-PHASE        PIC X(12) VALUE "STARTING".
              05 RST-LAST-MSG     PIC X(8) VALUE SPACES.
              05 RST-BEAT-SECS    PIC 9(3) VALUE 5.
              05 RST-LAST-CS      PIC 9(8) VALUE 0.
              05 RST-DELTA-CS     PIC S9(9) VALUE 0.
              05 RST-NOW-TS       PIC X(21).
              05 RST-DONE-FMT     PIC Z(6)9.
              05 RST-EXP-FMT      PIC Z(6)9.
              05 RST-TXT          PIC X(200).

       *> ========= STATE 判斷來源統計 (簡寫 vs 全名) =========
       01 STATE-MATCH-WORK.
              05 STATE-MATCH-ABBR-CNT  PIC 9(7) VALUE 0.
              05 WARNING-FMT   PIC Z(6)9.
              05 WARNING-LOG-TXT PIC X(4000).

       *> ========= 原文/英文行一致性核對 (警示代碼 104) =========
       *> 原文依 段/巷/弄/號/樓 結構取出前置數字 (半形、全形、
       *> 中文數字皆可)，縣市名經羅馬化對照表轉寫後，與英文
       *> 行解析所得 SEC/LANE/ALLEY/M-NO/M-FLOOR/CITY 比對
       01 OEN-DATA.
              05 OEN-COUNT     PIC 9(7) VALUE 0.
              05 OEN-FMT       PIC Z(6)9.
              05 OEN-ORIG      PIC X(2000).
              05 OEN-LEN       PIC 9(4) VALUE 0.
              05 OEN-K         PIC 9(4) VALUE 0.
              05 OEN-M         PIC 9(4) VALUE 0.
              05 OEN-S         PIC 9(4) VALUE 0.
              05 OEN-MARK      PIC X(3).
              05 OEN-FLD       PIC 99 VALUE 0.
              05 OEN-NAME      PIC X(8).
              05 OEN-CH3       PIC X(3).
              05 OEN-DIG       PIC 99 VALUE 0.
                                *> 0-9=數字 10=「十」 99=非數字
              05 OEN-CUR       PIC 9(5) VALUE 0.
              05 OEN-TOTAL     PIC 9(5) VALUE 0.
              05 OEN-VAL-O     PIC 9(5) VALUE 0.
              05 OEN-VAL-E     PIC 9(5) VALUE 0.
              05 OEN-O-FOUND   PIC X VALUE "N".
              05 OEN-E-FOUND   PIC X VALUE "N".
              05 OEN-NUM-FMT   PIC Z(4)9.
              05 OEN-FIELDS    PIC X(60).
              05 OEN-O-TXT     PIC X(100).
              05 OEN-E-TXT     PIC X(100).
              05 OEN-NORM-IN   PIC X(2000).
              05 OEN-NORM-OUT  PIC X(100).
              05 OEN-NORM-LEN  PIC 9(4) VALUE 0.
              05 OEN-NORM-N    PIC 9(3) VALUE 0.
              05 OEN-NORM-CH   PIC X.
              05 OEN-NONASCII  PIC X VALUE "N".
              05 OEN-TXT       PIC X(4400).

       01 SUPPRESS-GROUP-WORK.
              05 SUPPRESS-GROUP-TOK PIC X(4) OCCURS 19 TIMES.
              05 SG-IDX             PIC 99.
              05 CBPR-VIO-FMT  PIC Z(6)9.
              05 CBPR-TXT      PIC X(200).

       *> ========= SWIFT MT 50F/59F 當事人地址 =========
       *> 每組 (1/ 2/ 3/) 先轉寫再依 33 字 (加 "n/" 共 35 字)
       *> 於空白處折行，字過長者硬切；合計超過 4 行列違規
       01 MT-DATA.
              05 CTL-MT-PATH   PIC X(120).
              05 CTL-MTV-PATH  PIC X(120).
              05 MT-OK         PIC X VALUE "Y".
              05 MT-OVER       PIC X VALUE "N".
              05 MT-ID         PIC X(50).
              05 MT-LINES.
                 10 MT-LINE    PIC X(35) OCCURS 4 TIMES.
              05 MT-LINE-CNT   PIC 9(3) VALUE 0.
              05 MT-PFX        PIC X(3).
              05 MT-SRC        PIC X(300).
              05 MT-PART       PIC X(100).
              05 MT-LEN        PIC 9(4) VALUE 0.
              05 MT-POS        PIC 9(4) VALUE 0.
              05 MT-CUT        PIC 9(4) VALUE 0.
              05 MT-K          PIC 9(4) VALUE 0.
              05 MT-CH         PIC X.
              05 MT-CHAR-OK    PIC X VALUE "Y".
              05 MT-RULE       PIC X(60).
              05 MT-XL-FROM    PIC X(9) VALUE '&;_"!#*\@'.
              05 MT-XL-TO      PIC X(9) VALUE "+,-'.  / ".
              05 MT-CNT        PIC 9(7) VALUE 0.
              05 MT-REJ-CNT    PIC 9(7) VALUE 0.
              05 MT-FMT        PIC Z(6)9.
              05 MT-FMT2       PIC Z(6)9.
              05 MT-TXT        PIC X(200).

       01 UPU-WORK.
              05 UPU-TXT     PIC X(1000).
              05 UPU-WH-CNT  PIC 9(7) VALUE 0.
              05 UPU-ID-OUT  PIC X(15).
              05 UPU-CTRY-TMP PIC X(50).

       *> ========= CBPRPLUS 結構化地址檔輸入 (CBPRPLUS_Input.csv) =========
              05 COA-NORM-K    PIC 9(4) VALUE 0.
              05 COA-NORM-CH   PIC X.

       *> ========= 主檔重新標準化 (RUN-MODE=REPARSE) =========
       *> 依主檔鍵序逐筆以現行規則重新解析，REPARSE-LIMIT 筆
       *> 後暫停 (0=不限)，每 CKPT-INTERVAL 筆寫一次續跑點
       01 RSTD-DATA.
              05 RSTD-CKPT-STATUS PIC XX VALUE "00".
              05 RSTD-REV-STATUS  PIC XX VALUE "00".
              05 CTL-RSTD-CKPT-PATH PIC X(120).
              05 CTL-RSTD-REV-PATH  PIC X(120).
              05 RSTD-LAST-CUST  PIC X(50) VALUE SPACES.
              05 RSTD-CK-RULE    PIC X(30).
              05 RSTD-CK-READ    PIC X(10).
              05 RSTD-CK-CHG     PIC X(10).
              05 RSTD-CK-FAIL    PIC X(10).
              05 RSTD-READ-CNT   PIC 9(9) VALUE 0.
              05 RSTD-CHG-CNT    PIC 9(9) VALUE 0.
              05 RSTD-SAME-CNT   PIC 9(9) VALUE 0.
              05 RSTD-FAIL-CNT   PIC 9(9) VALUE 0.
              05 RSTD-WIN-CNT    PIC 9(9) VALUE 0.
                                  *> 本次執行已處理筆數
              05 RSTD-SINCE-CK   PIC 9(5) VALUE 0.
              05 RSTD-DONE       PIC X VALUE "N".
              05 RSTD-OLD-ADDR   PIC X(2000).
              05 RSTD-FMT1       PIC Z(8)9.
              05 RSTD-FMT2       PIC Z(8)9.
              05 RSTD-FMT3       PIC Z(8)9.
              05 RSTD-FMT4       PIC Z(8)9.
              05 RSTD-LINE-FMT   PIC Z(6)9.
              05 RSTD-TXT        PIC X(2400).

       *> ========= 官方地名更名傳播 (RUN-MODE=RENAME) =========
       *> PlaceRenames.csv 中生效日不晚於批次日期的更名，傳播至
       *> 主檔地址與以地名為鍵的參照檔；比對一律轉大寫並摺疊
       *> 重音 (與城市名單相同)，地址內以最後一處整字出現者為準
       01 REN-DATA.
              05 REN-REV-STATUS  PIC XX VALUE "00".
              05 REN-IN-STATUS   PIC XX VALUE "00".
              05 CTL-REN-REV-PATH PIC X(120).
              05 CTL-REN-RPT-PATH PIC X(120).
              05 REN-IN-PATH     PIC X(180).
              05 REN-OUT-PATH    PIC X(180).
              05 REN-BAK-PATH    PIC X(180).
              05 REN-DATE        PIC X(8).
              05 REN-ACT         PIC X OCCURS 300 TIMES.
                                  *> Y=生效日已到，本次傳播
              05 REN-MST-HITS    PIC 9(9) OCCURS 300 TIMES.
              05 REN-REF-HITS    PIC 9(7) OCCURS 300 TIMES.
              05 REN-ACT-CNT     PIC 9(3) VALUE 0.
              05 REN-READ-CNT    PIC 9(9) VALUE 0.
              05 REN-CHG-CNT     PIC 9(9) VALUE 0.
              05 REN-REV-CNT     PIC 9(9) VALUE 0.
              05 REN-REF-CNT     PIC 9(7) VALUE 0.
              05 REN-FILE-CHG    PIC 9(7) VALUE 0.
              05 REN-WARNED      PIC X VALUE "N".
              05 REN-K           PIC 9(3) VALUE 0.
              05 REN-J           PIC 9(3) VALUE 0.
              05 REN-I           PIC 9(3) VALUE 0.
              05 REN-F           PIC 9 VALUE 0.
              05 REN-C           PIC 9 VALUE 0.
              05 REN-N           PIC 9(3) VALUE 0.
              05 REN-PASS        PIC 9 VALUE 0.
                                  *> 參照檔 1=清點 2=改寫
              05 REN-CT          PIC X.
              05 REN-RK-CNT      PIC 9(3) VALUE 0.
              05 REN-RK          PIC 9(3) OCCURS 20 TIMES.
                                  *> 本筆主檔套用到的更名
              05 REN-CTRY-K      PIC 9(3) VALUE 0.
              05 REN-CITY-K      PIC 9(3) VALUE 0.
              05 REN-HIT         PIC X.
              05 REN-DONE        PIC X.
                                  *> Y=已替換 A=已含新名 N=無舊名
              05 REN-LCHG        PIC X.
              05 REN-REC-CHG     PIC X.
              05 REN-REPARSE     PIC X.
              05 REN-REASON      PIC X(80).
              05 REN-SCOPE-OK    PIC X.
              05 REN-SC-CTRY     PIC X(50).
              05 REN-SC-F        PIC X(50).
              05 REN-SCOPE-F     PIC X(50).
              05 REN-NEW-U       PIC X(50).
              05 REN-NDL         PIC X(50).
              05 REN-SEG         PIC X(100).
              05 REN-REPL        PIC X(100).
              05 REN-CH          PIC X.
              05 REN-BND         PIC X.
              05 REN-P           PIC S9(5) VALUE 0.
              05 REN-POS         PIC 9(5) VALUE 0.
              05 REN-S           PIC 9(5) VALUE 0.
              05 REN-L           PIC 9(5) VALUE 0.
              05 REN-NLEN        PIC 9(5) VALUE 0.
              05 REN-RLEN        PIC 9(5) VALUE 0.
              05 REN-WLEN        PIC 9(5) VALUE 0.
              05 REN-CS          PIC 9(5) VALUE 0.
              05 REN-CL          PIC 9(5) VALUE 0.
              05 REN-CS0         PIC 9(5) VALUE 0.
              05 REN-PTR         PIC 9(5) VALUE 0.
              05 REN-ADDR        PIC X(2000).
              05 REN-WORK        PIC X(2000).
              05 REN-TMP         PIC X(2000).
              05 REN-FOLD        PIC X(2000).
              05 REN-MF-LINE     PIC X(120) OCCURS 50 TIMES.
              05 REN-MF-COUNT    PIC 99 VALUE 0.
              05 REN-MF-I        PIC 99 VALUE 0.
              05 REN-MF-FOUND    PIC 99 VALUE 0.
              05 REN-MF-NAME     PIC X(40).
              05 REN-FMT1        PIC Z(8)9.
              05 REN-FMT2        PIC Z(8)9.
              05 REN-FMT3        PIC Z(8)9.
              05 REN-FMT4        PIC Z(8)9.
              05 REN-FMT5        PIC Z(8)9.
              05 REN-LINE-FMT    PIC Z(6)9.
              05 REN-TXT         PIC X(4200).

       *> 以地名為鍵的參照檔與其鍵欄 (第 1-4 欄：C=國名欄
       *> 全欄比對 T=城市欄全欄比對 W=名稱內整字比對)
       01 REN-REF-TBL.
              05 FILLER PIC X(30) VALUE "CountryRouting.csv".
              05 FILLER PIC X(4)  VALUE "C".
              05 FILLER PIC X(30) VALUE "RateCard.csv".
              05 FILLER PIC X(4)  VALUE " C".
              05 FILLER PIC X(30) VALUE "GeoRef.csv".
              05 FILLER PIC X(4)  VALUE "CT".
              05 FILLER PIC X(30) VALUE "Territories.csv".
              05 FILLER PIC X(4)  VALUE "W".
              05 FILLER PIC X(30) VALUE "StreetRanges.csv".
              05 FILLER PIC X(4)  VALUE "CT".
              05 FILLER PIC X(30) VALUE "ZipCityXref.csv".
              05 FILLER PIC X(4)  VALUE "C T".
       01 FILLER REDEFINES REN-REF-TBL.
              05 REN-REF-ENTRY OCCURS 6 TIMES.
                 10 REN-REF-NAME PIC X(30).
                 10 REN-REF-SPEC PIC X(4).

       *> ========= 寄件人/退件地址 (input\SenderProfiles.csv) =========
       *> 業務單位取法同 BU-UNIT-FIND-PARA (SOURCE_SYSTEM 去空白，
       *> 空白者以 UNSPECIFIED 列為準)；檔案在場時，查無可用
       *> 寄件人的單位不交付 UPU/ISO 20022 (件數另計回報)
       01 SND-DATA.
              05 SND-STATUS     PIC XX VALUE "00".
              05 CTL-SND-OUT-PATH PIC X(120).
              05 SND-ACTIVE     PIC X VALUE "N".
              05 SND-COUNT      PIC 999 VALUE 0.
              05 SND-ENTRY OCCURS 100 TIMES.
                 10 SND-UNIT     PIC X(20).
                 10 SND-NAME     PIC X(70).
                 10 SND-RAW      PIC X(200).
                 10 SND-OK       PIC X.
                 10 SND-STRT     PIC X(70).
                 10 SND-BLDG-NB  PIC X(16).
                 10 SND-BLDG-NM  PIC X(35).
                 10 SND-FLR      PIC X(70).
                 10 SND-PSTBX    PIC X(16).
                 10 SND-ROOM     PIC X(70).
                 10 SND-PSTCD    PIC X(16).
                 10 SND-TWN      PIC X(35).
                 10 SND-DSTRCT   PIC X(35).
                 10 SND-SUBDIV   PIC X(35).
                 10 SND-CTRY     PIC X(2).
                 10 SND-CTRY-NM  PIC X(35).
                 10 SND-ADRLINE  PIC X(70).
              05 SND-I          PIC 999 VALUE 0.
              05 SND-HIT        PIC 999 VALUE 0.
              05 SND-WITHHOLD   PIC X VALUE "N".
              05 SND-UNIT-CMP   PIC X(20).
              05 SND-TOK        PIC X(200) OCCURS 3 TIMES.
              05 SND-BAD-CNT    PIC 999 VALUE 0.
              05 SND-MISS-UNIT  PIC X(20) OCCURS 100 TIMES.
              05 SND-MISS-CNT   PIC 9(7) OCCURS 100 TIMES.
              05 SND-MISS-COUNT PIC 999 VALUE 0.
              05 SND-MISS-I     PIC 999 VALUE 0.
              05 SND-WARNED     PIC X VALUE "N".
              05 SND-XML-ID     PIC X(380).
              05 SND-FMT        PIC Z(6)9.
              05 SND-FMT2       PIC Z(6)9.
              05 SND-TXT        PIC X(800).

       *> ========= 目的國名在地化 (CountryNameLocalization.csv) =========
       *> 寄件國取寄件人區塊國碼 (SND-CTRY)，無者取 ORIGIN 列；
       *> 寄件國經 LANG 列對應語言 (查無取 * 列，再無則以寄件國
       *> 碼本身為語言鍵)，再以 目的國+語言 查 NAME 列核定國名
       01 CNL-DATA.
              05 CNL-STATUS     PIC XX VALUE "00".
              05 CNL-ACTIVE     PIC X VALUE "N".
              05 CNL-HOME       PIC XX VALUE SPACES.
              05 CNL-LANG-ENTRY OCCURS 100 TIMES.
                 10 CNL-L-CTRY  PIC XX.
                 10 CNL-L-LANG  PIC X(5).
              05 CNL-LANG-COUNT PIC 999 VALUE 0.
              05 CNL-NAME-ENTRY OCCURS 3000 TIMES.
                 10 CNL-N-CTRY  PIC XX.
                 10 CNL-N-LANG  PIC X(5).
                 10 CNL-N-NAME  PIC X(35).
              05 CNL-NAME-COUNT PIC 9(4) VALUE 0.
              05 CNL-I          PIC 9(4) VALUE 0.
              05 CNL-BAD-CNT    PIC 9(5) VALUE 0.
              05 CNL-TOK        PIC X(80) OCCURS 4 TIMES.
              05 CNL-LIST-TOK   PIC X(10) OCCURS 30 TIMES.
              05 CNL-J          PIC 99 VALUE 0.
              05 CNL-OK         PIC X VALUE "N".
              05 CNL-CODE       PIC X(10).
              05 CNL-ORIGIN     PIC XX VALUE SPACES.
              05 CNL-LANG       PIC X(5) VALUE SPACES.
              05 CNL-LINE       PIC X(35) VALUE SPACES.
              05 CNL-LOC-CNT    PIC 9(7) VALUE 0.
              05 CNL-MISS-ENTRY OCCURS 300 TIMES.
                 10 CNL-M-CTRY  PIC XX.
                 10 CNL-M-LANG  PIC X(5).
                 10 CNL-M-CNT   PIC 9(7).
              05 CNL-MISS-COUNT PIC 999 VALUE 0.
              05 CNL-WARNED     PIC X VALUE "N".
              05 CNL-FMT        PIC Z(6)9.
              05 CNL-TXT        PIC X(200).

       *> ========= 代理客戶目錄 (input\ClientProfiles.csv) =========
       01 CLIP-DATA.
              05 CLIP-STATUS   PIC XX VALUE "00".
              05 CLIP-VAL      PIC X(150).
              05 CLIP-CNT      PIC 9(3) VALUE 0.

       *> ========= 來源檔輪廓漂移核對 (SourceProfile.csv) =========
       *> 本批依 SOURCE_SYSTEM 累計 (DRF-SRC)，滾動輪廓整檔載入
       *> (DRF-PROF)；輪廓值為近 DRF-WINDOW 批的移動平均
       01 DRF-DATA.
              05 DRF-PROF-STATUS PIC XX VALUE "00".
              05 CTL-DRIFT-PROF-PATH PIC X(120).
              05 CTL-DRIFT-RPT-PATH  PIC X(120).
              05 DRF-WINDOW     PIC 9(3) VALUE 10.
              05 DRF-MODE       PIC X VALUE "C".
                                 *> C=比對寫報表 U=併入輪廓
              05 DRF-DRIFT-FLAG PIC X VALUE "N".
              05 DRF-DRIFT-CNT  PIC 9(5) VALUE 0.
              05 DRF-LEARN-CNT  PIC 9(3) VALUE 0.
              05 DRF-SRC-CNT    PIC 9(3) VALUE 0.
              05 DRF-SRC OCCURS 20 TIMES.
                 10 DRF-S-NAME     PIC X(20).
                 10 DRF-S-ROWS     PIC 9(7) COMP.
                 10 DRF-S-BLANK    PIC 9(7) COMP.
                 10 DRF-S-POBOX    PIC 9(7) COMP.
                 10 DRF-S-LENSUM   PIC 9(11) COMP.
                 10 DRF-S-CTRY-CNT PIC 9(3) COMP.
                 10 DRF-S-CTRY OCCURS 30 TIMES.
                    15 DRF-S-CTRY-NAME PIC X(30).
                    15 DRF-S-CTRY-ROWS PIC 9(7) COMP.
                 10 DRF-S-CITY-CNT PIC 9(3) COMP.
                 10 DRF-S-CITY OCCURS 100 TIMES.
                    15 DRF-S-CITY-NAME PIC X(30).
                    15 DRF-S-CITY-ROWS PIC 9(7) COMP.
              05 DRF-PROF-CNT   PIC 9(4) VALUE 0.
              05 DRF-PROF OCCURS 2000 TIMES.
                 10 DRF-P-SRC      PIC X(20).
                 10 DRF-P-METRIC   PIC X(45).
                 10 DRF-P-VALUE    PIC 9(7)V99.
                 10 DRF-P-BATCHES  PIC 9(5).
                 10 DRF-P-UPDATED  PIC X(8).
              05 DRF-SI         PIC 9(3) COMP.
              05 DRF-CI         PIC 9(3) COMP.
              05 DRF-PI         PIC 9(4) COMP.
              05 DRF-PJ         PIC 9(4) COMP.
              05 DRF-CMP-SRC    PIC X(20).
              05 DRF-CMP-NAME   PIC X(30).
              05 DRF-SRC-BAT    PIC 9(5).
              05 DRF-M-NAME     PIC X(45).
              05 DRF-M-KIND     PIC X.
                                 *> V=筆數 L=長度 (相對百分比)
                                 *> S=占比 (百分點)
              05 DRF-M-CUR      PIC 9(7)V99.
              05 DRF-M-BASE     PIC 9(7)V99.
              05 DRF-M-DEV      PIC 9(7)V99.
              05 DRF-M-TOL      PIC 9(3).
              05 DRF-M-RESULT   PIC X(8).
              05 DRF-M-K        PIC 9(3).
              05 DRF-MAX-ROWS   PIC 9(7) COMP.
              05 DRF-TODAY      PIC X(8).
              05 DRF-TOK        PIC X(45) OCCURS 5 TIMES.
              05 DRF-FMT1       PIC Z(6)9.99.
              05 DRF-FMT2       PIC Z(6)9.99.
              05 DRF-FMT3       PIC Z(6)9.99.
              05 DRF-LEN        PIC 9(4).
              05 DRF-FOUND      PIC X.
              05 DRF-CNT-FMT    PIC Z(4)9.
              05 DRF-LRN-FMT    PIC Z(4)9.
              05 DRF-TOL-FMT    PIC ZZ9.
              05 DRF-TXT        PIC X(150).

       *> ========= 來源系統優先權 (input\Survivorship.csv) =========
       01 SRV-DATA.
              05 SRV-STATUS    PIC XX VALUE "00".
              05 MOVER-COUNT   PIC 9(7) VALUE 0.
              05 MOVER-REC-WORK PIC X(4200).

       *> ========= 地址變更確認通知 (Change_Notices.csv) =========
       *> 舊址/新址各一列；NoticeRegister.dat 之 #SEQ 記錄保存
       *> 通知序號 (參考編號 CN + 異動日 + 序號 7 位)
       01 NOTICE-DATA.
              05 NTC-STATUS    PIC XX VALUE "00".
              05 NTR-STATUS    PIC XX VALUE "00".
              05 CTL-NTC-PATH  PIC X(120).
              05 CTL-NTR-PATH  PIC X(120).
              05 NTC-ACTIVE    PIC X VALUE "N".
              05 NTC-SEQ       PIC 9(9) VALUE 0.
              05 NTC-SEQ-ED    PIC 9(7).
              05 NTC-CUST      PIC X(50).
              05 NTC-OLD       PIC X(2000).
              05 NTC-NEW       PIC X(2000).
              05 NTC-SRC       PIC X(10).
              05 NTC-DATE      PIC X(8).
              05 NTC-REF       PIC X(20).
              05 NTC-HASH      PIC 9(12) VALUE 0.
              05 NTC-K         PIC 9(4) VALUE 0.
              05 NTC-LEN       PIC 9(4) VALUE 0.
              05 NTC-ISSUED    PIC 9(7) VALUE 0.
              05 NTC-DUP       PIC 9(7) VALUE 0.
              05 NTC-FAIL      PIC 9(7) VALUE 0.
              05 NTC-WARNED    PIC X VALUE "N".
              05 NTC-FMT       PIC Z(6)9.
              05 NTC-FMT2      PIC Z(6)9.
              05 NTC-TXT       PIC X(4300).

       *> ========= CRS/FATCA 稅務居住地徵兆 (Tax_Indicia.csv) =========
       *> 徵兆類型：RESIDENCE-CHANGE (遷往另一應申報國家)、
       *> US-ADDRESS (遷入美國)、US-POBOX-ONLY / US-CAREOF-ONLY
       *> (美國郵政信箱/轉交地址為唯一地址)；應重新徵提日 =
       *> 異動日 + 對照表天數 (未填 90 天)
       01 TAX-DATA.
              05 TAX-JUR-STATUS PIC XX VALUE "00".
              05 TAX-STATUS     PIC XX VALUE "00".
              05 TXR-STATUS     PIC XX VALUE "00".
              05 CTL-TAX-PATH   PIC X(120).
              05 CTL-TXR-PATH   PIC X(120).
              05 TAX-ACTIVE     PIC X VALUE "N".
              05 TAX-J-COUNT    PIC 9(3) VALUE 0.
              05 TAX-J-CTRY     PIC X(35) OCCURS 200 TIMES.
              05 TAX-J-REGIME   PIC X(5) OCCURS 200 TIMES.
              05 TAX-J-DAYS     PIC 9(3) OCCURS 200 TIMES.
              05 TAX-J-I        PIC 9(3) VALUE 0.
              05 TAX-TOK        PIC X(35) OCCURS 3 TIMES.
              05 TAX-CUST       PIC X(50).
              05 TAX-OLD-CTRY   PIC X(35).
              05 TAX-NEW-CTRY   PIC X(35).
              05 TAX-NEW-ADDR   PIC X(2000).
              05 TAX-SRC        PIC X(10).
              05 TAX-DATE       PIC X(8).
              05 TAX-CO         PIC X VALUE "N".
              05 TAX-PO         PIC X VALUE "N".
              05 TAX-OLD-US     PIC X VALUE "N".
              05 TAX-NEW-US     PIC X VALUE "N".
              05 TAX-NEW-REG    PIC X VALUE "N".
              05 TAX-US-DAYS    PIC 9(3) VALUE 90.
              05 TAX-NEW-DAYS   PIC 9(3) VALUE 90.
              05 TAX-TYPE       PIC X(20).
              05 TAX-REGIME     PIC X(5).
              05 TAX-DAYS       PIC 9(3) VALUE 0.
              05 TAX-DUE-N      PIC 9(8) VALUE 0.
              05 TAX-DUE-INT    PIC 9(8) VALUE 0.
              05 TAX-HASH       PIC 9(12) VALUE 0.
              05 TAX-K          PIC 9(4) VALUE 0.
              05 TAX-LEN        PIC 9(4) VALUE 0.
              05 TAX-RAISED     PIC 9(7) VALUE 0.
              05 TAX-DUP        PIC 9(7) VALUE 0.
              05 TAX-FAIL       PIC 9(7) VALUE 0.
              05 TAX-WARNED     PIC X VALUE "N".
              05 TAX-FMT        PIC Z(6)9.
              05 TAX-FMT2       PIC Z(6)9.
              05 TAX-TXT        PIC X(2200).

       *> ========= 逐字地址覆寫 (Override_Review.csv) =========
       *> 主檔覆寫旗標 Y 的客戶不送解析，郵寄輸出逕用主檔上的
       *> 逐字地址行 (行與行之間以 "^" 串接於重組地址欄)
       01 OVERRIDE-DATA.
              05 OVR-STATUS    PIC XX VALUE "00".
              05 CTL-OVR-PATH  PIC X(120).
              05 OVR-ACTIVE    PIC X VALUE "N".
              05 OVR-RVW-OPEN  PIC X VALUE "N".
              05 OVR-APPLIED   PIC X VALUE "N".
              05 OVR-OUT       PIC X VALUE "N".
              05 OVR-SEP       PIC X VALUE "^".
              05 OVR-HASH      PIC 9(12) VALUE 0.
              05 OVR-K         PIC 9(4) VALUE 0.
              05 OVR-LEN       PIC 9(4) VALUE 0.
              05 OVR-CH        PIC X.
              05 OVR-I         PIC 9 VALUE 0.
              05 OVR-SRC-TXT   PIC X(4000).
              05 OVR-JOINED    PIC X(400).
              05 OVR-UPU-ADR   PIC X(400).
              05 OVR-OUT-CNT   PIC 9 VALUE 0.
              05 OVR-OUT-LINE  PIC X(60) OCCURS 6 TIMES.
              05 OVR-EVT-SRC   PIC X(10).
              05 OVR-NEW-ADDR  PIC X(2000).
              05 OVR-APPLY-CNT PIC 9(7) VALUE 0.
              05 OVR-SUSP-CNT  PIC 9(7) VALUE 0.
              05 OVR-FMT       PIC Z(6)9.
              05 OVR-WARNED    PIC X VALUE "N".
              05 OVR-TXT       PIC X(2600).

       *> ========= 失敗資料工作佇列 (WorkQueue.dat) =========
       *> 指派規則檔每列：類型;值;分析員 (BU/COUNTRY/CODE 依檔內
       *> 順序先符合者生效，DEFAULT;;分析員 為其餘)；
       *> SLA;ERROR|WARNING;天數 設定到期天數
       *> ========= 失敗資料工作佇列 (WorkQueue.dat) =========
       01 WORKQ-DATA.
              05 WQ-STATUS     PIC XX VALUE "00".
              05 WQ-RULE-STATUS PIC XX VALUE "00".
              05 WQ-CAT-STATUS PIC XX VALUE "00".
              05 CTL-WQ-PATH   PIC X(120).
              05 CTL-WQ-RULE-PATH PIC X(120).
              05 CTL-WQ-CAT-PATH PIC X(120).
              05 WQ-OPEN       PIC X VALUE "N".
              05 WQ-RULE-COUNT PIC 9(3) VALUE 0.
              05 WQ-RULE-ENTRY OCCURS 200 TIMES.
                 10 WQ-R-TYPE    PIC X(8).
                 10 WQ-R-VALUE   PIC X(35).
                 10 WQ-R-ANALYST PIC X(20).
              05 WQ-DEFAULT    PIC X(20) VALUE SPACES.
              05 WQ-SLA-ERROR  PIC 9(3) VALUE 3.
              05 WQ-SLA-WARN   PIC 9(3) VALUE 10.
              05 WQ-EC-COUNT   PIC 9(3) VALUE 0.
              05 WQ-EC-CODE    PIC X(3) OCCURS 200 TIMES.
              05 WQ-EC-SEV     PIC X(8) OCCURS 200 TIMES.
              05 WQ-TOK        PIC X(40) OCCURS 3 TIMES.
              05 WQ-I          PIC 9(3) VALUE 0.
              05 WQ-J          PIC 9(3) VALUE 0.
              05 WQ-HITS       PIC 9(3) VALUE 0.
              05 WQ-CMP-UNIT   PIC X(20).
              05 WQ-CMP-CTRY   PIC X(35).
              05 WQ-CODE-PART  PIC X(4) OCCURS 15 TIMES.
              05 WQ-SEV-WK     PIC X(8).
              05 WQ-DAYS       PIC 9(3) VALUE 0.
              05 WQ-RUN-DATE   PIC X(8).
              05 WQ-DATE-N     PIC 9(8) VALUE 0.
              05 WQ-ACTIVE-CNT PIC 9(7) VALUE 0.
              05 WQ-NEW-CNT    PIC 9(7) VALUE 0.
              05 WQ-REOPEN-CNT PIC 9(7) VALUE 0.
              05 WQ-FIXED-CNT  PIC 9(7) VALUE 0.
              05 WQ-UNASG-CNT  PIC 9(7) VALUE 0.
              05 WQ-FMT1       PIC Z(6)9.
              05 WQ-FMT2       PIC Z(6)9.
              05 WQ-FMT3       PIC Z(6)9.

       *> ========= 資料倉儲抽取 (逐筆處理事實 + 一致性維度) =========
       *> 維度表：C=國別 E=錯誤代碼 S=來源系統 R=規則版本；
       *> 代理鍵依類別各自遞增，載入後沿用，新成員接續配發
       01 DWH-DATA.
              05 DWH-FACT-STATUS PIC XX VALUE "00".
              05 DWH-CODE-STATUS PIC XX VALUE "00".
              05 DWH-DIM-STATUS  PIC XX VALUE "00".
              05 CTL-DWH-FACT-PATH PIC X(120).
              05 CTL-DWH-CODE-PATH PIC X(120).
              05 CTL-DWH-DIM-PATH  PIC X(120).
              05 DWH-ACTIVE    PIC X VALUE "N".
              05 DWH-RUN-ID    PIC X(14).
              05 DWH-TYPES     PIC X(4) VALUE "CESR".
              05 DWH-T         PIC 9 VALUE 0.
              05 DWH-TYPE      PIC X.
              05 DWH-FILE-NAME PIC X(40).
              05 DWH-HDR       PIC X(200).
              05 DWH-ATTR-N    PIC 9 VALUE 0.
              05 DWH-MAX-SK    PIC 9(7) OCCURS 4 TIMES.
              05 DWH-ROWS      PIC 9(7) OCCURS 4 TIMES.
              05 DWH-CHG-ROWS  PIC 9(7) OCCURS 4 TIMES.
              05 DWH-DIM-COUNT PIC 9(5) VALUE 0.
              05 DWH-DIM-ENTRY OCCURS 3000 TIMES.
                 10 DWH-D-TYPE   PIC X.
                 10 DWH-D-SK     PIC 9(7).
                 10 DWH-D-KEY    PIC X(50).
                 10 DWH-D-ATTR   PIC X(60) OCCURS 4 TIMES.
                 10 DWH-D-FIRST  PIC X(14).
                 10 DWH-D-LAST   PIC X(14).
              05 DWH-I         PIC 9(5) VALUE 0.
              05 DWH-J         PIC 9(3) VALUE 0.
              05 DWH-K         PIC 9(3) VALUE 0.
              05 DWH-PTR       PIC 9(4) VALUE 0.
              05 DWH-HIT       PIC 9(5) VALUE 0.
              05 DWH-FULL-MSG  PIC X VALUE "N".
              05 DWH-TOK       PIC X(60) OCCURS 8 TIMES.
              05 DWH-LK-KEY    PIC X(50).
              05 DWH-LK-ATTR   PIC X(60) OCCURS 4 TIMES.
              05 DWH-LK-TOUCH  PIC X VALUE "Y".
              05 DWH-LK-SK     PIC 9(7) VALUE 0.
              05 DWH-RULE-SK   PIC 9(7) VALUE 0.
              05 DWH-SRC-SK    PIC 9(7) VALUE 0.
              05 DWH-CTRY-SK   PIC 9(7) VALUE 0.
              05 DWH-CODE-SK   PIC 9(7) VALUE 0.
              05 DWH-OUTCOME   PIC X(13).
              05 DWH-PARSED    PIC X VALUE "Y".
              05 DWH-SEQ       PIC 9(9) VALUE 0.
              05 DWH-CODE-CNT  PIC 9(9) VALUE 0.
              05 DWH-CUST      PIC X(50).
              05 DWH-SRC       PIC X(50).
              05 DWH-BU-FLAG   PIC X.
              05 DWH-ATYPE     PIC X(20).
              05 DWH-CHAN      PIC X(20).
              05 DWH-SCORE     PIC X(3).
              05 DWH-SCORE-FMT PIC ZZ9.
              05 DWH-ERRS      PIC X(60).
              05 DWH-WARNS     PIC X(60).
              05 DWH-ROLE      PIC X.
              05 DWH-LIST      PIC X(60).
              05 DWH-CODE-PART PIC X(4) OCCURS 15 TIMES.
              05 DWH-POSTAGE   PIC 9(5)V99 VALUE 0.
              05 DWH-AMT-FMT   PIC Z(4)9.99.
              05 DWH-SEQ-FMT   PIC Z(8)9.
              05 DWH-SK-FMT    PIC Z(6)9.
              05 DWH-SK-FMT2   PIC Z(6)9.
              05 DWH-SK-FMT3   PIC Z(6)9.
              05 DWH-TXT       PIC X(600).

       *> ========= 地址主檔平衡控制 (MasterBalance.dat) =========
       *> 期初筆數 + 新增 - 刪除 - 清除 = 期末筆數；其餘主檔
       *> I/O (更新/COA/重新標準化/季節性/確認/未變更跳過/
       *> 失敗) 逐項分類計數，期初筆數另與前次期末筆數核對
       01 MASTER-BAL-DATA.
              05 MBL-STATUS    PIC XX VALUE "00".
              05 CTL-MBL-PATH  PIC X(120).
              05 MBL-ACTIVE    PIC X VALUE "N".
              05 MBL-MODE      PIC X(8) VALUE SPACES.
              05 MBL-CHG       PIC X VALUE "N".
              05 MBL-CNT       PIC 9(9) VALUE 0.
              05 MBL-OPEN      PIC 9(9) VALUE 0.
              05 MBL-CLOSE     PIC 9(9) VALUE 0.
              05 MBL-EXPECT    PIC S9(9) VALUE 0.
              05 MBL-ADDED     PIC 9(9) VALUE 0.
              05 MBL-DELETED   PIC 9(9) VALUE 0.
              05 MBL-PURGED    PIC 9(9) VALUE 0.
              05 MBL-UPDATED   PIC 9(9) VALUE 0.
              05 MBL-COA       PIC 9(9) VALUE 0.
              05 MBL-RESTD     PIC 9(9) VALUE 0.
              05 MBL-SEASONAL  PIC 9(9) VALUE 0.
              05 MBL-CONFIRMED PIC 9(9) VALUE 0.
              05 MBL-SKIPPED   PIC 9(9) VALUE 0.
              05 MBL-FAILED    PIC 9(9) VALUE 0.
              05 MBL-PREV      PIC 9(9) VALUE 0.
              05 MBL-PREV-TS   PIC X(14) VALUE SPACES.
              05 MBL-PREV-FOUND PIC X VALUE "N".
              05 MBL-RESULT    PIC X(14) VALUE SPACES.
              05 MBL-CONT      PIC X(14) VALUE SPACES.
              05 MBL-FAIL-FLAG PIC X VALUE "N".
              05 MBL-WARNED    PIC X VALUE "N".
              05 MBL-F         PIC -(8)9 OCCURS 14 TIMES.
              05 MBL-TXT       PIC X(300).

       *> ========= 主檔大量異動防護 (MassChangeLimits.csv) =========
       *> 每列：來源系統;異動比例上限%;最少異動筆數 (預設 10)
       *> 來源 * 為未列來源的預設；檔案不在或無有效列時不啟用
       01 MASS-CHG-DATA.
              05 MCG-LIM-STATUS  PIC XX VALUE "00".
              05 MCG-WRK-STATUS  PIC XX VALUE "00".
              05 MCG-PND-STATUS  PIC XX VALUE "00".
              05 MCG-APPR-STATUS PIC XX VALUE "00".
              05 CTL-MCG-WRK-PATH PIC X(120).
              05 CTL-MCG-PND-PATH PIC X(120).
              05 CTL-MCG-RPT-PATH PIC X(120).
              05 CTL-MCG-SMP-PATH PIC X(120).
              05 MCG-ACTIVE      PIC X VALUE "N".
              05 MCG-TALLY       PIC X VALUE "N".
              05 MCG-PARK        PIC X VALUE "N".
              05 MCG-HOLD-ALL    PIC X VALUE "N".
              05 MCG-WARNED      PIC X VALUE "N".
              05 MCG-DEF-SET     PIC X VALUE "N".
              05 MCG-DEF-PCT     PIC 9(3) VALUE 0.
              05 MCG-DEF-MIN     PIC 9(7) VALUE 10.
              05 MCG-ENTRY OCCURS 200 TIMES.
                 10 MCG-SRC      PIC X(20).
                 10 MCG-LIMITED  PIC X.
                 10 MCG-PCT      PIC 9(3).
                 10 MCG-MIN      PIC 9(7).
                 10 MCG-KNOWN    PIC 9(9).
                 10 MCG-CHG      PIC 9(9).
                 10 MCG-HOLD     PIC X.
                 10 MCG-SMP-CNT  PIC 9(3).
              05 MCG-COUNT       PIC 9(3) VALUE 0.
              05 MCG-I           PIC 9(3) VALUE 0.
              05 MCG-KEY         PIC X(20).
              05 MCG-TOK         PIC X(20) OCCURS 3 TIMES.
              05 MCG-RATE        PIC 9(5)V9 VALUE 0.
              05 MCG-RATE-FMT    PIC ZZZZ9.9.
              05 MCG-PARKED      PIC 9(9) VALUE 0.
              05 MCG-APPLIED     PIC 9(9) VALUE 0.
              05 MCG-HELD        PIC 9(9) VALUE 0.
              05 MCG-STALE       PIC 9(9) VALUE 0.
              05 MCG-GONE        PIC 9(9) VALUE 0.
              05 MCG-DISCARDED   PIC 9(9) VALUE 0.
              05 MCG-KEPT        PIC 9(9) VALUE 0.
              05 MCG-F           PIC Z(8)9 OCCURS 4 TIMES.
              05 MCG-ACTION      PIC X(10).
              05 MCG-APPR-SRC    PIC X(20).
              05 MCG-HAS-LIM     PIC X VALUE "N".
              05 MCG-LIM-W       PIC 9(3) VALUE 0.
              05 MCG-MIN-W       PIC 9(7) VALUE 0.
              05 MCG-ANY-HOLD    PIC X VALUE "N".
              05 MCG-OK          PIC X VALUE "N".
              05 MCG-TXT         PIC X(4200).
       *> 待核主檔更新一筆 (來源/批號/副作用重播所需欄位 +
       *> 異動前地址 + 異動後整筆主檔影像)
       01 MPD-REC.
              05 MPD-SRC         PIC X(20).
              05 MPD-BATCH       PIC X(10).
              05 MPD-HIST-FLAG   PIC X.
              05 MPD-NTC-SRC     PIC X(10).
              05 MPD-NTC-DATE    PIC X(8).
              05 MPD-OLD         PIC X(2000).
              05 MPD-HIST-TXT    PIC X(2100).
              05 MPD-IMAGE.
                 10 MPD-CUSTID   PIC X(50).
                 10 MPD-ADDRESS  PIC X(2000).
                 10 FILLER       PIC X(4882).
              05 MPD-TAX-CO      PIC X.
              05 MPD-TAX-PO      PIC X.
                             *> 稅務徵兆評估用：轉交/郵政信箱為
                             *> 唯一地址 (Y/N，異動當時判定)

       *> ========= OUT-FILE-CSV =========
       *> === TOTAL ===
       01 TOTAL-DATA.
       *> 只配置一份，見 COPY-RULES.cpy)
           COPY "COPY-RULES.cpy".

       *> OPER-SIGNON 用 (主管核可檔核可人須具 SUPERVISOR 角色，
       *> 見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

       *> HIST-STORE 用 (地址歷史索引檔，見 COPY-HISTORY.cpy)
           COPY "COPY-HISTORY.cpy".

       *> TOKEN-VAULT 用 (CUSTOMER_ID 夥伴專屬代號，見
       *> COPY-TOKEN.cpy)
           COPY "COPY-TOKEN.cpy".
       01 TOKEN-DATA.
              05 TKN-ACTIVE     PIC X VALUE "N".
              05 TKN-FX-POS     PIC 9(4) VALUE 0.
              05 TKN-ISSUED-CNT PIC 9(7) VALUE 0.
              05 TKN-RET-CNT    PIC 9(7) VALUE 0.
              05 TKN-IN-VAL     PIC X(50).
              05 TKN-CNT-FMT    PIC Z(6)9.
              05 SUB-TK-TS      PIC X(20).
              05 SUB-TK-CUST    PIC X(50).
              05 SUB-TK-REST    PIC X(2200).
              05 SUB-TK-PTR     PIC 9(4) VALUE 0.
              05 SUB-TK-EVT     PIC X(20).
              05 SUB-TK-NEW     PIC X(2200).
              05 SUB-TK-CUST-TK PIC X(15).

       *> MAIL-REG 用 (郵寄登錄與逐件交寄索引，見 COPY-MAILREG.cpy)
           COPY "COPY-MAILREG.cpy".

       *> LOG-CHAIN 用 (稽核記錄鏈結封印附加，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".
       01 MAILING-DATA.
              05 MRG-ACTIVE     PIC X VALUE "N".
              05 MRG-RUN-ID     PIC X(20).
              05 MRG-RUN-DATE   PIC X(8).
              05 MRG-RUN-PLAN   PIC 9(9) VALUE 0.
              05 MRG-WARNED     PIC X VALUE "N".
              05 MRG-RET-ID     PIC X(40).
              05 MRG-RET-ATTR   PIC 9(7) VALUE 0.
              05 MRG-RET-UNATTR PIC 9(7) VALUE 0.
              05 MRG-PC-FAIL    PIC 9(7) VALUE 0.
              05 MRG-FMT1       PIC Z(8)9.
              05 MRG-FMT2       PIC Z(8)9.
              05 MRG-AMT-FMT    PIC Z(8)9.99.
              05 MRG-TXT        PIC X(300).

      *> SPLIT-ADDRESS-FIELDS 用 (PARSE-MODE=LEGACY 時的舊式分類器)
       01 LS-SAF.
           05 SAF-NMADR   PIC X(100).
      *> 讀取控制卡 (EXECUTE.PARM)，覆蓋輸入/輸出目錄等參數
      *> 若控制卡不存在，則全部採用上列預設值
      *******************************************************
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 63
             MOVE "D" TO PARM-SRC(IDX)
           END-PERFORM.
           MOVE "INPUT-DIR"           TO PARM-KEY-NAME(1).
           MOVE "CBPR-ENFORCE"        TO PARM-KEY-NAME(45).
           MOVE "QA-SAMPLE-SIZE"      TO PARM-KEY-NAME(46).
           MOVE "SKIP-UNCHANGED"      TO PARM-KEY-NAME(47).
           MOVE "REPARSE-LIMIT"       TO PARM-KEY-NAME(48).
           MOVE "COMMINGLE"           TO PARM-KEY-NAME(49).
           MOVE "TOKENIZE"            TO PARM-KEY-NAME(50).
           MOVE "DRIFT-CHECK"         TO PARM-KEY-NAME(51).
           MOVE "DRIFT-VOLUME-PCT"    TO PARM-KEY-NAME(52).
           MOVE "DRIFT-SHARE-PTS"     TO PARM-KEY-NAME(53).
           MOVE "DRIFT-LENGTH-PCT"    TO PARM-KEY-NAME(54).
           MOVE "DRIFT-MIN-BATCHES"   TO PARM-KEY-NAME(55).
           MOVE "MAILING-ID"          TO PARM-KEY-NAME(56).
           MOVE "MAILING-CAMPAIGN"    TO PARM-KEY-NAME(57).
           MOVE "MAILING-PLANNED"     TO PARM-KEY-NAME(58).
           MOVE "DWH-EXTRACT"         TO PARM-KEY-NAME(59).
           MOVE "DENIED-PARTY-SCORE"  TO PARM-KEY-NAME(60).
           MOVE "DROP-PLAN"           TO PARM-KEY-NAME(61).
           MOVE "MULTI-UNIT-MIN"      TO PARM-KEY-NAME(62).
           MOVE "SHARED-DIR"          TO PARM-KEY-NAME(63).

           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "00"
                            AND CTL-IN-FORMAT NOT = "DELTA"
                            AND CTL-IN-FORMAT NOT = "FIXED"
                            AND CTL-IN-FORMAT NOT = "ISO20022"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID IN-FORMAT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                             TO CTL-PAGE-SIZE
                           MOVE "C" TO PARM-SRC(6)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID PAGE-SIZE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         IF CTL-OUT-FMT NOT = "CSV"
                            AND CTL-OUT-FMT NOT = "TXT"
                            AND CTL-OUT-FMT NOT = "BOTH"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID OUTPUT-FORMAT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         IF CTL-PARSE-MODE NOT = "STANDARD"
                            AND CTL-PARSE-MODE NOT = "LEGACY"
                            AND CTL-PARSE-MODE NOT = "COMPARE"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID PARSE-MODE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                             TO CTL-ERROR-THRESHOLD
                           MOVE "C" TO PARM-SRC(9)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID ERROR-THRESHOLD VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                             TO CTL-CHUNK-SIZE
                           MOVE "C" TO PARM-SRC(12)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID CHUNK-SIZE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                           TO CTL-WINDOW-START
                         MOVE "C" TO PARM-SRC(14)
                         IF CTL-WINDOW-START NOT NUMERIC
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RUN-WINDOW-START VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           TO CTL-WINDOW-END
                         MOVE "C" TO PARM-SRC(15)
                         IF CTL-WINDOW-END NOT NUMERIC
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RUN-WINDOW-END VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                            AND CTL-RUN-MODE NOT = "MASKED"
                            AND CTL-RUN-MODE NOT = "RELEASE"
                            AND CTL-RUN-MODE NOT = "COA"
                            AND CTL-RUN-MODE NOT = "REPARSE"
                            AND CTL-RUN-MODE NOT = "RENAME"
                            AND CTL-RUN-MODE NOT = "PENDING"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID RUN-MODE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         *> 營業日 (於月曆載入後解算)
                         IF CTL-BATCH-DATE NOT NUMERIC
                            AND CTL-BATCH-DATE NOT = "NEXTBUS"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID BATCH-DATE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         IF CTL-CASING-CSV NOT = "UPPER"
                            AND CTL-CASING-CSV NOT = "PROPER"
                            AND CTL-CASING-CSV NOT = "AS-IS"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID CASING-CSV VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         IF CTL-CASING-UPU NOT = "UPPER"
                            AND CTL-CASING-UPU NOT = "PROPER"
                            AND CTL-CASING-UPU NOT = "AS-IS"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID CASING-UPU VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         IF CTL-CASING-FIXED NOT = "UPPER"
                            AND CTL-CASING-FIXED NOT = "PROPER"
                            AND CTL-CASING-FIXED NOT = "AS-IS"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID CASING-FIXED VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         MOVE "C" TO PARM-SRC(27)
                         IF CTL-ENCODING NOT = "ASCII"
                            AND CTL-ENCODING NOT = "EBCDIC"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID ENCODING VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                           TO CTL-RETAIN-ARCH
                         MOVE "C" TO PARM-SRC(29)
                         IF CTL-RETAIN-ARCH NOT NUMERIC
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RETAIN-ARCHIVE-DAYS "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                           TO CTL-RETAIN-LOG
                         MOVE "C" TO PARM-SRC(30)
                         IF CTL-RETAIN-LOG NOT NUMERIC
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RETAIN-LOG-DAYS VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           TO CTL-RETAIN-CHUNK
                         MOVE "C" TO PARM-SRC(31)
                         IF CTL-RETAIN-CHUNK NOT NUMERIC
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID RETAIN-CHUNK-DAYS "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                           TO CTL-RETAIN-CKPT
                         MOVE "C" TO PARM-SRC(32)
                         IF CTL-RETAIN-CKPT NOT NUMERIC
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RETAIN-CHECKPOINT-DAYS "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                                FUNCTION TRIM(CTL-VAL))
                           TO CTL-SKIP-UNCH
                         MOVE "C" TO PARM-SRC(47)
                       WHEN "COMMINGLE"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CTL-VAL))
                           TO CTL-COMMINGLE
                         MOVE "C" TO PARM-SRC(49)
                         IF CTL-COMMINGLE NOT = "Y"
                            AND CTL-COMMINGLE NOT = "N"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID COMMINGLE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "TOKENIZE"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CTL-VAL))
                           TO CTL-TOKENIZE
                         MOVE "C" TO PARM-SRC(50)
                         IF CTL-TOKENIZE NOT = "Y"
                            AND CTL-TOKENIZE NOT = "N"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID TOKENIZE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "REPARSE-LIMIT"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-REPARSE-LIMIT
                           MOVE "C" TO PARM-SRC(48)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID "
                             "REPARSE-LIMIT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "QA-SAMPLE-SIZE"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                             TO CTL-QA-SAMPLE
                           MOVE "C" TO PARM-SRC(46)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID "
                             "QA-SAMPLE-SIZE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         IF CTL-CBPR-ENFORCE NOT = "OFF"
                            AND CTL-CBPR-ENFORCE NOT = "REPORT"
                            AND CTL-CBPR-ENFORCE NOT = "WITHHOLD"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID CBPR-ENFORCE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         MOVE "C" TO PARM-SRC(44)
                         IF CTL-IN-DIALECT NOT = "SEMICOLON"
                            AND CTL-IN-DIALECT NOT = "COMMA"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID INPUT-DIALECT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         IF CTL-BUSDAY-CHECK NOT = "OFF"
                            AND CTL-BUSDAY-CHECK NOT = "WARN"
                            AND CTL-BUSDAY-CHECK NOT = "BLOCK"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID BUSINESS-DAY-CHECK "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                             TO CTL-FWD-DAYS
                           MOVE "C" TO PARM-SRC(38)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID FORWARDING-DAYS VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         MOVE "C" TO PARM-SRC(39)
                         IF CTL-FWD-MODE NOT = "MARK"
                            AND CTL-FWD-MODE NOT = "SUBSTITUTE"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID FORWARDING-MODE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                         IF CTL-TRAY-BREAK NOT = "COUNTRY"
                            AND CTL-TRAY-BREAK NOT = "ZIP"
                            AND CTL-TRAY-BREAK NOT = "ZIP3"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID TRAY-BREAK-KEY VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                             TO CTL-TRAY-MIN
                           MOVE "C" TO PARM-SRC(34)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID TRAY-MIN-PIECES VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                             TO CTL-REL-MAX-PCS
                           MOVE "C" TO PARM-SRC(36)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RELEASE-MAX-PIECES "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                             TO CTL-REL-MAX-POST
                           MOVE "C" TO PARM-SRC(37)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID RELEASE-MAX-POSTAGE "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                             TO CTL-TRAY-MAX
                           MOVE "C" TO PARM-SRC(35)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID TRAY-MAX-PIECES VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DRIFT-CHECK"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CTL-VAL))
                           TO CTL-DRIFT-CHECK
                         MOVE "C" TO PARM-SRC(51)
                         IF CTL-DRIFT-CHECK NOT = "OFF"
                            AND CTL-DRIFT-CHECK NOT = "WARN"
                            AND CTL-DRIFT-CHECK NOT = "HOLD"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DRIFT-CHECK VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DRIFT-VOLUME-PCT"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-DRIFT-VOL-PCT
                           MOVE "C" TO PARM-SRC(52)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DRIFT-VOLUME-PCT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DRIFT-SHARE-PTS"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-DRIFT-SHR-PTS
                           MOVE "C" TO PARM-SRC(53)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DRIFT-SHARE-PTS VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DRIFT-LENGTH-PCT"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-DRIFT-LEN-PCT
                           MOVE "C" TO PARM-SRC(54)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DRIFT-LENGTH-PCT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DRIFT-MIN-BATCHES"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-DRIFT-MIN-BAT
                           MOVE "C" TO PARM-SRC(55)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DRIFT-MIN-BATCHES VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "MAILING-ID"
                         *> 代號印在每件郵件上，限 20 字、不得含
                         *> 分隔字元或以 # 起首 (登錄檔控制記錄)
                         MOVE 0 TO REJ-SEMI-COUNT
                         INSPECT CTL-VAL TALLYING REJ-SEMI-COUNT
                           FOR ALL ";"
                         IF LENGTH OF FUNCTION TRIM(CTL-VAL) > 20
                            OR REJ-SEMI-COUNT > 0
                            OR FUNCTION TRIM(CTL-VAL)(1:1) = "#"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID MAILING-ID "
                             "VALUE: " FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         ELSE
                           MOVE FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-MAILING-ID
                           MOVE "C" TO PARM-SRC(56)
                         END-IF
                       WHEN "MAILING-CAMPAIGN"
                         MOVE FUNCTION TRIM(CTL-VAL)
                           TO CTL-MAILING-CAMP
                         MOVE "C" TO PARM-SRC(57)
                       WHEN "MAILING-PLANNED"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-MAILING-PLAN
                           MOVE "C" TO PARM-SRC(58)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID "
                             "MAILING-PLANNED VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DWH-EXTRACT"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CTL-VAL))
                           TO CTL-DWH-EXTRACT
                         MOVE "C" TO PARM-SRC(59)
                         IF CTL-DWH-EXTRACT NOT = "Y"
                            AND CTL-DWH-EXTRACT NOT = "N"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DWH-EXTRACT VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DENIED-PARTY-SCORE"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                            AND FUNCTION NUMVAL(FUNCTION TRIM(CTL-VAL))
                                >= 1
                            AND FUNCTION NUMVAL(FUNCTION TRIM(CTL-VAL))
                                <= 100
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-DPS-SCORE
                           MOVE "C" TO PARM-SRC(60)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DENIED-PARTY-SCORE VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "DROP-PLAN"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CTL-VAL))
                           TO CTL-DROP-PLAN
                         MOVE "C" TO PARM-SRC(61)
                         IF CTL-DROP-PLAN NOT = "Y"
                            AND CTL-DROP-PLAN NOT = "N"
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E "
                             "INVALID DROP-PLAN VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "MULTI-UNIT-MIN"
                         IF FUNCTION TRIM(CTL-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(CTL-VAL))
                             TO CTL-MU-MIN
                           MOVE "C" TO PARM-SRC(62)
                         ELSE
                           MOVE "ADR0102E" TO RST-LAST-MSG
                           DISPLAY "ADR0102E INVALID "
                             "MULTI-UNIT-MIN VALUE: "
                             FUNCTION TRIM(CTL-VAL)
                           MOVE "Y" TO PARM-ERR-FLAG
                         END-IF
                       WHEN "SHARED-DIR"
                         MOVE FUNCTION TRIM(CTL-VAL) TO CTL-SHARED-DIR
                         MOVE "C" TO PARM-SRC(63)
                       WHEN OTHER
                         MOVE "ADR0102E" TO RST-LAST-MSG
                         DISPLAY "ADR0102E INVALID CONTROL CARD KEY: "
                           FUNCTION TRIM(CTL-KEY)
                         MOVE "Y" TO PARM-ERR-FLAG
           OPEN OUTPUT PARM-REPORT-FILE.
           MOVE "PARAMETER;EFFECTIVE_VALUE;SOURCE" TO PARM-REPORT-REC.
           WRITE PARM-REPORT-REC.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 63
             MOVE SPACES TO PR-VAL
             EVALUATE IDX
               WHEN 1
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 47
                 MOVE CTL-SKIP-UNCH TO PR-VAL
               WHEN 48
                 MOVE CTL-REPARSE-LIMIT TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 49
                 MOVE CTL-COMMINGLE TO PR-VAL
               WHEN 50
                 MOVE CTL-TOKENIZE TO PR-VAL
               WHEN 51
                 MOVE CTL-DRIFT-CHECK TO PR-VAL
               WHEN 52
                 MOVE CTL-DRIFT-VOL-PCT TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 53
                 MOVE CTL-DRIFT-SHR-PTS TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 54
                 MOVE CTL-DRIFT-LEN-PCT TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 55
                 MOVE CTL-DRIFT-MIN-BAT TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 56
                 MOVE CTL-MAILING-ID TO PR-VAL
               WHEN 57
                 MOVE CTL-MAILING-CAMP TO PR-VAL
               WHEN 58
                 MOVE CTL-MAILING-PLAN TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 59
                 MOVE CTL-DWH-EXTRACT TO PR-VAL
               WHEN 60
                 MOVE CTL-DPS-SCORE TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 61
                 MOVE CTL-DROP-PLAN TO PR-VAL
               WHEN 62
                 MOVE CTL-MU-MIN TO PR-NUM-FMT
                 MOVE PR-NUM-FMT TO PR-VAL
               WHEN 63
                 MOVE CTL-SHARED-DIR TO PR-VAL
             END-EVALUATE

             EVALUATE PARM-SRC(IDX)
                 MOVE "CARD" TO PR-SRC-TXT
               WHEN "P"
                 MOVE "PROFILE" TO PR-SRC-TXT
               WHEN "H"
                 MOVE "BATCH HEADER" TO PR-SRC-TXT
               WHEN OTHER
                 MOVE "DEFAULT" TO PR-SRC-TXT
             END-EVALUATE

       PARM-REPORT-DONE.
           IF PARM-ERR-FLAG = "Y"
             MOVE "ADR0101E" TO RST-LAST-MSG
             DISPLAY "ADR0101E "
               "RUN REFUSED: EXECUTE.PARM IS INVALID - SEE "
               "MESSAGES ABOVE AND "
             INTO CTL-MOVERS-PATH
           END-STRING.

           MOVE SPACES TO CTL-HRU-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "HighRisk_New.csv" DELIMITED BY SIZE
             INTO CTL-HRU-PATH
           END-STRING.

           MOVE SPACES TO CTL-NTC-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Change_Notices.csv" DELIMITED BY SIZE
             INTO CTL-NTC-PATH
           END-STRING.

           MOVE SPACES TO CTL-NTR-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "NoticeRegister.dat" DELIMITED BY SIZE
             INTO CTL-NTR-PATH
           END-STRING.

           MOVE SPACES TO CTL-TAX-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Tax_Indicia.csv" DELIMITED BY SIZE
             INTO CTL-TAX-PATH
           END-STRING.

           MOVE SPACES TO CTL-TXR-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "TaxIndiciaRegister.dat" DELIMITED BY SIZE
             INTO CTL-TXR-PATH
           END-STRING.

           MOVE SPACES TO CTL-OVR-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Override_Review.csv" DELIMITED BY SIZE
             INTO CTL-OVR-PATH
           END-STRING.

           MOVE SPACES TO CTL-WQ-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "WorkQueue.dat" DELIMITED BY SIZE
             INTO CTL-WQ-PATH
           END-STRING.

           MOVE SPACES TO CTL-WQ-RULE-PATH.
           STRING
             FUNCTION TRIM(CTL-INPUT-DIR) DELIMITED BY SIZE
             "WorkQueueRules.csv" DELIMITED BY SIZE
             INTO CTL-WQ-RULE-PATH
           END-STRING.

           MOVE SPACES TO CTL-WQ-CAT-PATH.
           STRING
             FUNCTION TRIM(CTL-INPUT-DIR) DELIMITED BY SIZE
             "ErrorCatalog.csv" DELIMITED BY SIZE
             INTO CTL-WQ-CAT-PATH
           END-STRING.

           *> 事實/橋接檔名帶 RUN_ID，於 DWH-OPEN-PARA 組成
           MOVE SPACES TO CTL-DWH-FACT-PATH CTL-DWH-CODE-PATH
                          CTL-DWH-DIM-PATH.

           MOVE SPACES TO CTL-MBL-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "MasterBalance.dat" DELIMITED BY SIZE
             INTO CTL-MBL-PATH
           END-STRING.

           MOVE SPACES TO CTL-SUMMARY-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             INTO CTL-WARN-PATH
           END-STRING.

           MOVE SPACES TO CTL-ORIGEN-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "OrigEn_Mismatch.csv" DELIMITED BY SIZE
             INTO CTL-ORIGEN-PATH
           END-STRING.

           MOVE SPACES TO CTL-BU-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             INTO CTL-PRESORT-PATH
           END-STRING.

           MOVE SPACES TO CTL-FULLRATE-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Address_Split_FB_FullRate.txt" DELIMITED BY SIZE
             INTO CTL-FULLRATE-PATH
           END-STRING.

           MOVE SPACES TO CTL-CERT-WORK-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Certificate_Work.tmp" DELIMITED BY SIZE
             INTO CTL-CERT-WORK-PATH
           END-STRING.

           MOVE SPACES TO CTL-CMGL-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Presort_Commingle.dat" DELIMITED BY SIZE
             INTO CTL-CMGL-PATH
           END-STRING.

           MOVE SPACES TO CTL-PRIO-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "AddressHistory.csv" DELIMITED BY SIZE
             INTO CTL-HIST-PATH
           END-STRING.
           MOVE SPACES TO CTL-HIST-IDX-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "AddressHistory.idx" DELIMITED BY SIZE
             INTO CTL-HIST-IDX-PATH
           END-STRING.

           MOVE SPACES TO CTL-DRIFT-PROF-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "SourceProfile.csv" DELIMITED BY SIZE
             INTO CTL-DRIFT-PROF-PATH
           END-STRING.
           MOVE SPACES TO CTL-DRIFT-RPT-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Drift_Report.csv" DELIMITED BY SIZE
             INTO CTL-DRIFT-RPT-PATH
           END-STRING.

           MOVE SPACES TO CTL-SUGGEST-PATH.
           STRING
             INTO CTL-USAGE-PATH
           END-STRING.

           MOVE SPACES TO CTL-USAGE-HIST-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Rule_Usage_History.csv" DELIMITED BY SIZE
             INTO CTL-USAGE-HIST-PATH
           END-STRING.

           MOVE SPACES TO CTL-MANIFEST-PATH.
           STRING
             FUNCTION TRIM(CTL-INPUT-DIR) DELIMITED BY SIZE
             INTO CTL-STOP-PATH
           END-STRING.

           MOVE SPACES TO CTL-RST-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "RunStatus.dat" DELIMITED BY SIZE
             INTO CTL-RST-PATH
           END-STRING.

           MOVE SPACES TO CTL-MCG-WRK-PATH CTL-MCG-PND-PATH
                          CTL-MCG-RPT-PATH CTL-MCG-SMP-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "MasterPending.wrk" DELIMITED BY SIZE
             INTO CTL-MCG-WRK-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "MasterPending.dat" DELIMITED BY SIZE
             INTO CTL-MCG-PND-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "MassChange_Report.csv" DELIMITED BY SIZE
             INTO CTL-MCG-RPT-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "MassChange_Sample.csv" DELIMITED BY SIZE
             INTO CTL-MCG-SMP-PATH
           END-STRING.

      *******************************************************
      *> 原子性發佈：ATOMIC-PUBLISH=Y 時，下游輪詢取用的資料
      *> 輸出先寫 OUTPUT-DIR\work\，跑完且交握總數算妥後才以
      *******************************************************
           IF CTL-ATOMIC-PUB = "Y" AND CTL-CHUNK-SIZE > 0
             MOVE "N" TO CTL-ATOMIC-PUB
             MOVE "ADR0210W" TO RST-LAST-MSG
             DISPLAY "ADR0210W ATOMIC-PUBLISH DISABLED: CHUNKED OUTPUT "
               "FILES ARE NOT PART OF THE PUBLICATION SET"
           END-IF.
             DISPLAY "StateFullnameList.csv ENTRIES LOADED : "
               DRYRUN-STATE-COUNT
             IF DRYRUN-LIST-COUNT = 0
               MOVE "ADR0201W" TO RST-LAST-MSG
               DISPLAY "ADR0201W "
                 "WARNING: CategoryRules.csv LOADED NO GROUPS - "
                 "CHECK THE RULE FILE."
             END-IF
             IF DRYRUN-STATE-COUNT = 0
               MOVE "ADR0201W" TO RST-LAST-MSG
               DISPLAY "ADR0201W "
                 "WARNING: StateFullnameList.csv LOADED NO "
                 "ENTRIES - CHECK THE RULE FILE."
             END-IF
             MOVE "ADR0015I" TO RST-LAST-MSG
             DISPLAY "ADR0015I "
               "DRY-RUN COMPLETE - NO INPUT OR OUTPUT FILES "
               "WERE OPENED."
               PERFORM BD-CHECK-PARA
             END-PERFORM
             MOVE BD-DATE TO CTL-BATCH-DATE
             MOVE "ADR0014I" TO RST-LAST-MSG
             DISPLAY "ADR0014I BATCH-DATE=NEXTBUS RESOLVED TO " BD-DATE
           END-IF.

             PERFORM BD-CHECK-PARA
             IF BD-IS-BUS = "N"
               IF CTL-BUSDAY-CHECK = "BLOCK"
                 MOVE "ADR0101E" TO RST-LAST-MSG
                 DISPLAY "ADR0101E RUN REFUSED: " BD-DATE " IS NOT A "
                   "BUSINESS DAY (BUSINESS-DAY-CHECK=BLOCK)"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 MOVE "ADR0201W" TO RST-LAST-MSG
                 DISPLAY "ADR0201W "
                   "WARNING: " BD-DATE " IS NOT A BUSINESS "
                   "DAY - NO POSTAL COLLECTION EXPECTED"

             IF WINDOW-OK-FLAG = "N"
               IF CTL-WINDOW-OVRD = "Y"
                 MOVE "ADR0205W" TO RST-LAST-MSG
                 DISPLAY "ADR0205W RUN WINDOW OVERRIDE ACCEPTED AT "
                   WINDOW-NOW-HHMM " (WINDOW "
                   CTL-WINDOW-START "-" CTL-WINDOW-END ")"
                   END-STRING
                 END-IF
               ELSE
                 MOVE "ADR0101E" TO RST-LAST-MSG
                 DISPLAY "ADR0101E RUN REFUSED: CURRENT TIME "
                   WINDOW-NOW-HHMM " IS OUTSIDE RUN WINDOW "
                   CTL-WINDOW-START "-" CTL-WINDOW-END
             END-IF

             IF LOCK-STALE-FLAG = "Y"
               MOVE "ADR0202W" TO RST-LAST-MSG
               DISPLAY "ADR0202W STALE RUN LOCK CLEARED (LEFT AT "
                 FUNCTION TRIM(LOCK-TS) ")"
               IF AUDIT-NOTES = SPACES
                 END-STRING
               END-IF
             ELSE
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E "
                 "RUN REFUSED: ANOTHER EXECUTE HOLDS THE RUN "
                 "LOCK " FUNCTION TRIM(CTL-LOCK-PATH)
           MOVE LOCK-NOW-TS TO LOCK-FILE-REC.
           WRITE LOCK-FILE-REC.
           CLOSE LOCK-FILE.
           PERFORM RST-WRITE-PARA.

      *******************************************************
      *> 規則檔完整性核對：RuleManifest.csv 存在時，逐列核對
             IF MANIFEST-MISMATCH = "Y"
               IF CTL-MANIFEST-OVRD = "Y"
                 MOVE "MISMATCH-OVERRIDDEN" TO MANIFEST-RESULT
                 MOVE "ADR0204W" TO RST-LAST-MSG
                 DISPLAY "ADR0204W "
                   "RULE MANIFEST MISMATCH OVERRIDDEN BY "
                   "CONTROL CARD"
               ELSE
                 MOVE "ADR0101E" TO RST-LAST-MSG
                 DISPLAY "ADR0101E RUN REFUSED: RULE FILE MANIFEST "
                   "VERIFICATION FAILED - SEE MESSAGES ABOVE"
                 PERFORM LOCK-RELEASE-PARA
      *******************************************************
           IF CTL-RUN-MODE = "IMPACT"
             IF CTL-CAND-RULE-DIR = SPACES
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: IMPACT MODE REQUIRES "
                 "CANDIDATE-RULE-DIR ON THE CONTROL CARD"
               PERFORM LOCK-RELEASE-PARA
             CALL "CBL_DELETE_FILE" USING CTL-IMPACT-B-PATH
               RETURNING ARCHIVE-RC
             MOVE IMPACT-DIFF-COUNT TO IMPACT-DIFF-FMT
             MOVE "ADR0006I" TO RST-LAST-MSG
             DISPLAY "ADR0006I IMPACT ANALYSIS COMPLETE - "
               FUNCTION TRIM(IMPACT-DIFF-FMT) " FIELD DIFFERENCES -> "
               FUNCTION TRIM(CTL-IMPACT-RPT-PATH)
           IF CTL-RUN-MODE = "PURGE"
             OPEN INPUT PURGE-REQ-FILE
             IF PRG-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: PURGE MODE REQUIRES "
                 "input\DeletionRequests.csv"
               PERFORM LOCK-RELEASE-PARA
                         INTO PRG-REQID(PRG-COUNT)
                              PRG-CUSTID(PRG-COUNT)
                     MOVE SPACES TO PRG-FILES(PRG-COUNT)
                     MOVE SPACES TO PRG-HOLD(PRG-COUNT)
                     MOVE 0 TO PRG-HELD-ROWS(PRG-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PURGE-REQ-FILE

             IF PRG-COUNT = 0
               MOVE "ADR0008I" TO RST-LAST-MSG
               DISPLAY "ADR0008I PURGE: NO DELETION REQUESTS ON FILE"
               PERFORM LOCK-RELEASE-PARA
               STOP RUN
             END-IF

             *> 法務保全名單：整戶保全的客戶整件擋下 (清除權
             *> 與保全衝突時以保全為準)
             PERFORM LGH-LOAD-PARA
             PERFORM VARYING PRG-I FROM 1 BY 1
                       UNTIL PRG-I > PRG-COUNT
               MOVE FUNCTION TRIM(PRG-CUSTID(PRG-I)) TO LGH-KEY-CUST
               MOVE SPACES TO LGH-KEY-DATE
               PERFORM LGH-CHECK-PARA
               MOVE LGH-HIT-ID TO PRG-HOLD(PRG-I)
             END-PERFORM

             *> 地址主檔逐鍵刪除
             OPEN I-O ADDR-MASTER-FILE
             IF ADDR-MST-STATUS = "00"
               MOVE "PURGE" TO MBL-MODE
               PERFORM MBL-BEGIN-PARA
               PERFORM VARYING PRG-I FROM 1 BY 1
                         UNTIL PRG-I > PRG-COUNT
                 IF PRG-HOLD(PRG-I) = SPACES
                   MOVE FUNCTION TRIM(PRG-CUSTID(PRG-I))
                     TO ADDR-MST-CUSTID
                   DELETE ADDR-MASTER-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       ADD 1 TO MBL-PURGED
                       MOVE "AddressMaster.dat" TO PRG-FILES(PRG-I)
                   END-DELETE
                 END-IF
               END-PERFORM
               PERFORM MBL-END-PARA
               CLOSE ADDR-MASTER-FILE
             END-IF

             *> 各保存檔過濾重寫 (地址歷史/失敗老化/無法投遞)
             *> PRG-DATE-COL：資料列日期所在欄，供日期區間保全
             *> 比對 (0 = 無日期欄)
             MOVE "AddressHistory.csv" TO PRG-FNAME
             MOVE 2 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA
             MOVE "FailureAging.dat" TO PRG-FNAME
             MOVE 2 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA
             MOVE "Undeliverable.dat" TO PRG-FNAME
             MOVE 3 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA
             MOVE "Movers.csv" TO PRG-FNAME
             MOVE 0 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA
             MOVE "Change_Notices.csv" TO PRG-FNAME
             MOVE 0 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA
             PERFORM NTC-PURGE-PARA
             PERFORM WQ-PURGE-PARA
             MOVE "HighRisk_New.csv" TO PRG-FNAME
             MOVE 5 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA
             MOVE "Restandardize_Review.csv" TO PRG-FNAME
             MOVE 0 TO PRG-DATE-COL
             PERFORM PURGE-FILTER-PARA

             *> 解析結果存檔、合併對照/明細、共用接觸歷史、多戶
             *> 建物登錄、郵寄逐件記錄、郵件狀態檔；代號保管庫
             *> 最後清除 (解析結果存檔的 ISO 片段須先以代號比對)
             PERFORM PRS-PURGE-PARA
             PERFORM MXR-PURGE-PARA
             PERFORM MDTL-PURGE-PARA
             PERFORM CTC-PURGE-PARA
             PERFORM MU-PURGE-PARA
             PERFORM MPC-PURGE-PARA
             PERFORM PST-PURGE-PARA
             PERFORM TKN-PURGE-PARA

             *> 保全擋下 (整件或部分資料列) 的要求移入延後檔，
             *> 保全解除後重送
             MOVE SPACES TO CTL-DEFER-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "DeferredDeletions.csv" DELIMITED BY SIZE
               INTO CTL-DEFER-PATH
             END-STRING
             MOVE 0 TO PRG-HELD-CNT
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
             MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT
             PERFORM VARYING PRG-I FROM 1 BY 1
                       UNTIL PRG-I > PRG-COUNT
               IF PRG-HOLD(PRG-I) NOT = SPACES
                 IF PRG-HELD-CNT = 0
                   OPEN EXTEND DEFER-FILE
                   IF LGH-DEFER-STATUS NOT = "00"
                     OPEN OUTPUT DEFER-FILE
                     MOVE "REQUEST_ID;CUSTOMER_ID;HOLD_ID;" &
                       "DEFERRED_TIMESTAMP;HELD_SCOPE"
                       TO DEFER-REC
                     WRITE DEFER-REC
                   END-IF
                 END-IF
                 ADD 1 TO PRG-HELD-CNT
                 IF PRG-HELD-ROWS(PRG-I) = 0
                   MOVE "ALL" TO PRG-FNAME
                 ELSE
                   MOVE "DATED ROWS" TO PRG-FNAME
                 END-IF
                 MOVE SPACES TO PRG-TXT
                 STRING
                   FUNCTION TRIM(PRG-REQID(PRG-I)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(PRG-CUSTID(PRG-I)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(PRG-HOLD(PRG-I)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   AUDIT-TS-FMT DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(PRG-FNAME) DELIMITED BY SIZE
                   INTO PRG-TXT
                 END-STRING
                 MOVE PRG-TXT TO DEFER-REC
                 WRITE DEFER-REC
               END-IF
             END-PERFORM
             IF PRG-HELD-CNT > 0
               CLOSE DEFER-FILE
               MOVE "00" TO LGH-DEFER-STATUS
             END-IF

             *> 刪除完成證明寫入 AuditLog.csv
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
             MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT
             PERFORM VARYING PRG-I FROM 1 BY 1
                       UNTIL PRG-I > PRG-COUNT
               *> 保全拒絕一律留痕 (整件擋下/部分資料列保留)
               IF PRG-HOLD(PRG-I) NOT = SPACES
                 MOVE SPACES TO PRG-TXT
                 IF PRG-HELD-ROWS(PRG-I) = 0
                   STRING
                     FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
                     ";LEGAL-HOLD;PURGE;" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-REQID(PRG-I))
                       DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-CUSTID(PRG-I))
                       DELIMITED BY SIZE
                     ";HOLD=" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-HOLD(PRG-I)) DELIMITED BY SIZE
                     ";REQUEST REFUSED" DELIMITED BY SIZE
                     INTO PRG-TXT
                   END-STRING
                 ELSE
                   MOVE PRG-HELD-ROWS(PRG-I) TO PRG-HELD-FMT
                   STRING
                     FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
                     ";LEGAL-HOLD;PURGE;" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-REQID(PRG-I))
                       DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-CUSTID(PRG-I))
                       DELIMITED BY SIZE
                     ";HOLD=" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-HOLD(PRG-I)) DELIMITED BY SIZE
                     ";ROWS KEPT=" DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-HELD-FMT) DELIMITED BY SIZE
                     INTO PRG-TXT
                   END-STRING
                 END-IF
                 MOVE PRG-TXT TO LCH-LINE
                 PERFORM AUDIT-CHAIN-PARA
               END-IF
               EVALUATE TRUE
                 WHEN PRG-HOLD(PRG-I) NOT = SPACES
                      AND PRG-HELD-ROWS(PRG-I) = 0
                   MOVE SPACES TO PRG-FILES(PRG-I)
                   STRING
                     "HELD, NOT PURGED - LEGAL HOLD " DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-HOLD(PRG-I)) DELIMITED BY SIZE
                     INTO PRG-FILES(PRG-I)
                   END-STRING
                 WHEN PRG-HOLD(PRG-I) NOT = SPACES
                   IF PRG-FILES(PRG-I) = SPACES
                     MOVE "NO RECORDS PURGED" TO PRG-FILES(PRG-I)
                   END-IF
                   MOVE PRG-HELD-ROWS(PRG-I) TO PRG-HELD-FMT
                   STRING
                     FUNCTION TRIM(PRG-FILES(PRG-I)) DELIMITED BY SIZE
                     ";HELD, NOT PURGED - " DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-HELD-FMT) DELIMITED BY SIZE
                     " ROWS UNDER LEGAL HOLD " DELIMITED BY SIZE
                     FUNCTION TRIM(PRG-HOLD(PRG-I)) DELIMITED BY SIZE
                     INTO PRG-FILES(PRG-I)
                   END-STRING
                 WHEN PRG-FILES(PRG-I) = SPACES
                   MOVE "NO RECORDS HELD" TO PRG-FILES(PRG-I)
               END-EVALUATE
               *> 未能清除之保存檔於證明列註明 (須重跑 PURGE)
               IF PRG-NOT-DONE NOT = SPACES
                  AND (PRG-HOLD(PRG-I) = SPACES
                       OR PRG-HELD-ROWS(PRG-I) > 0)
                 STRING
                   FUNCTION TRIM(PRG-FILES(PRG-I)) DELIMITED BY SIZE
                   ";NOT PURGED - " DELIMITED BY SIZE
                   FUNCTION TRIM(PRG-NOT-DONE) DELIMITED BY SIZE
                   INTO PRG-FILES(PRG-I)
                 END-STRING
               END-IF
               MOVE SPACES TO PRG-TXT
               STRING
                 FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
                 ";PURGE-CERTIFICATE;" DELIMITED BY SIZE
                 FUNCTION TRIM(PRG-REQID(PRG-I)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(PRG-FILES(PRG-I)) DELIMITED BY SIZE
                 INTO PRG-TXT
               END-STRING
               MOVE PRG-TXT TO LCH-LINE
               PERFORM AUDIT-CHAIN-PARA
             END-PERFORM

             IF PRG-HELD-CNT > 0
               MOVE PRG-HELD-CNT TO PRG-HELD-FMT
               MOVE "ADR0214W" TO RST-LAST-MSG
               DISPLAY "ADR0214W WARNING: "
                 FUNCTION TRIM(PRG-HELD-FMT)
                 " DELETION REQUESTS HELD BY LEGAL HOLD -> "
                 FUNCTION TRIM(CTL-DEFER-PATH)
             END-IF
             MOVE "ADR0007I" TO RST-LAST-MSG
             DISPLAY "ADR0007I PURGE COMPLETE - " PRG-COUNT
               " DELETION REQUESTS PROCESSED"
             PERFORM MBL-REPORT-PARA
             PERFORM LOCK-RELEASE-PARA
             PERFORM MBL-RC-PARA
             IF PRG-NOT-DONE NOT = SPACES AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
             STOP RUN
           END-IF.

      *******************************************************
      *> 主管核放 (RUN-MODE=RELEASE)：讀主管核可檔後，將前次
      *> 執行扣住的 .held 郵寄輸出改回正式檔名發佈，核可事實
      *> (核可人/批號) 記入 AuditLog.csv
      *******************************************************
           IF CTL-RUN-MODE = "RELEASE"
             OPEN INPUT REL-APPR-FILE
             IF REL-APPR-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: RELEASE MODE REQUIRES "
                 "input\ReleaseApproval.txt (APPROVER;BATCH)"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             END-READ
             CLOSE REL-APPR-FILE
             IF FUNCTION TRIM(REL-APPROVER) = SPACES
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: APPROVAL FILE HAS NO "
                 "APPROVER ID"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM REL-APPROVER-CHECK-PARA
             IF SGN-RESULT NOT = "Y"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: RELEASE APPROVER "
                 FUNCTION TRIM(REL-APPROVER) " IS NOT A SUPERVISOR"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF

             *> 優先按扣住清單釋出 (含通路分檔)；清單不在場時
             *> 退回固定三檔名 (舊版扣住批次的相容處理)
               END-PERFORM
             END-IF

             MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
             MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT
             MOVE SPACES TO REL-TXT
               FUNCTION TRIM(REL-BATCH-TXT) DELIMITED BY SIZE
               INTO REL-TXT
             END-STRING
             MOVE REL-TXT TO LCH-LINE
             PERFORM AUDIT-CHAIN-PARA

             MOVE "input\ReleaseApproval.txt" TO REL-SRC-PATH
             CALL "CBL_DELETE_FILE" USING REL-SRC-PATH
               RETURNING ARCHIVE-RC
             MOVE "ADR0010I" TO RST-LAST-MSG
             DISPLAY "ADR0010I HELD MAILING OUTPUTS RELEASED BY "
               FUNCTION TRIM(REL-APPROVER)
             PERFORM LOCK-RELEASE-PARA

             OPEN INPUT COA-FILE
             IF COA-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: COA MODE REQUIRES "
                 "input\ChangeOfAddress.csv"
               PERFORM LOCK-RELEASE-PARA
             *> 循序掃描主檔比對舊地址
             OPEN I-O ADDR-MASTER-FILE
             IF ADDR-MST-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E "
                 "RUN REFUSED: CANNOT OPEN ADDRESS MASTER "
                 "(STATUS " ADDR-MST-STATUS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "COA" TO MBL-MODE
             PERFORM MBL-BEGIN-PARA
             MOVE LOW-VALUES TO ADDR-MST-CUSTID
             START ADDR-MASTER-FILE KEY NOT < ADDR-MST-CUSTID
               INVALID KEY
             MOVE "ENTRY;RESULT;CUSTOMER_ID;EFFECTIVE_DATE"
               TO COA-RPT-REC
             WRITE COA-RPT-REC
             PERFORM NTC-OPEN-PARA
             PERFORM VARYING COA-I FROM 1 BY 1
                       UNTIL COA-I > COA-COUNT
               EVALUATE TRUE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE ADDR-MST-ADDRESS TO NTC-OLD
                       MOVE COA-NEW-ADDR(COA-I)
                         TO ADDR-MST-ADDRESS
                       *> 血緣戳記同步刷新：這個地址如今來自
                         TO ADDR-MST-LIN-FILE
                       MOVE COA-I TO ADDR-MST-LIN-LINE
                       MOVE CTL-RULE-VERSION TO ADDR-MST-LIN-RULE
                       *> COA 地址未經解析，無解析警示
                       MOVE SPACES TO ADDR-MST-LIN-WARN
                       *> 遷址即真正的地址異動：逐字覆寫暫停待覆核
                       IF ADDR-MST-OVR-FLAG = "Y"
                         MOVE "S" TO ADDR-MST-OVR-FLAG
                         MOVE LOCK-NOW-TS(1:8)
                           TO ADDR-MST-OVR-SUSP-DATE
                         MOVE "COA" TO OVR-EVT-SRC
                         MOVE COA-NEW-ADDR(COA-I) TO OVR-NEW-ADDR
                         PERFORM OVR-REVIEW-PARA
                       END-IF
                       REWRITE ADDR-MST-REC
                         INVALID KEY
                           ADD 1 TO MBL-FAILED
                           MOVE "ADR0201W" TO RST-LAST-MSG
                           DISPLAY "ADR0201W "
                             "WARNING: COA REWRITE FAILED "
                             "FOR " FUNCTION TRIM(ADDR-MST-CUSTID)
                         NOT INVALID KEY
                           ADD 1 TO MBL-COA
                           *> 訂閱者異動遞送：COA 更新事件
                           MOVE "UPDATE" TO CF-EVT
                           MOVE FUNCTION TRIM(COA-HIT-CUST(COA-I))
                             TO CF-CUST
                           MOVE COA-NEW-ADDR(COA-I) TO CF-ADDR
                           PERFORM CF-EVENT-PARA
                           *> 舊址/新址地址變更確認通知
                           MOVE FUNCTION TRIM(COA-HIT-CUST(COA-I))
                             TO NTC-CUST
                           MOVE COA-NEW-ADDR(COA-I) TO NTC-NEW
                           MOVE "COA" TO NTC-SRC
                           MOVE COA-EFF-DATE(COA-I) TO NTC-DATE
                           PERFORM NTC-ISSUE-PARA
                       END-REWRITE
                       MOVE SPACES TO HIST-TXT
                       STRING
                           DELIMITED BY SIZE
                         INTO HIST-TXT
                       END-STRING
                       PERFORM HIST-WRITE-PARA
                   END-READ
                   MOVE SPACES TO COA-TXT
                   MOVE COA-I TO COA-CNT-FMT
               WRITE COA-RPT-REC
             END-PERFORM
             CLOSE COA-RPT-FILE
             PERFORM NTC-CLOSE-PARA
             PERFORM OVR-CLOSE-PARA
             PERFORM HIST-CLOSE-PARA
             PERFORM MBL-END-PARA
             CLOSE ADDR-MASTER-FILE
             CLOSE CHGFEED-FILE
             OPEN OUTPUT CHGSEQ-FILE
             WRITE CHGSEQ-REC
             CLOSE CHGSEQ-FILE

             MOVE "ADR0009I" TO RST-LAST-MSG
             DISPLAY "ADR0009I COA APPLIED - MATCHED: " COA-MATCHED
               " UNMATCHED: " COA-UNMATCHED
               " AMBIGUOUS: " COA-AMBIG
             PERFORM MBL-REPORT-PARA
             PERFORM LOCK-RELEASE-PARA
             IF NTC-WARNED = "Y" OR OVR-WARNED = "Y"
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM MBL-RC-PARA
             STOP RUN
           END-IF.

      *******************************************************
      *> 主檔重新標準化 (RUN-MODE=REPARSE)：規則檔異動後，
      *> 依主檔鍵序將每筆主檔地址以現行規則重新送
      *> FORMATTER-ADDRESS：
      *>   1. 重組結果與主檔相同者不動
      *>   2. 結果不同者回寫主檔 (ADDR-MST-LIN-RULE 改為本次
      *>      RULE-VERSION)，並以 RESTANDARDIZE 原因寫入地址
      *>      歷史、發出 UPDATE 異動事件
      *>   3. 重新解析失敗者不覆蓋主檔，列入
      *>      Restandardize_Review.csv 待覆核
      *> 全檔量大，可以 REPARSE-LIMIT 分數個作業窗口執行；
      *> 續跑點 Restandardize.ckpt 記錄最後處理之 CUSTOMER_ID，
      *> 下次執行自其後接續，全檔處理完畢即刪除。續跑點須在
      *> 同一 RULE-VERSION 下接續，規則版本不符時拒絕執行
      *******************************************************
           IF CTL-RUN-MODE = "REPARSE"
             MOVE SPACES TO CTL-RSTD-CKPT-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Restandardize.ckpt" DELIMITED BY SIZE
               INTO CTL-RSTD-CKPT-PATH
             END-STRING
             MOVE SPACES TO CTL-RSTD-REV-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Restandardize_Review.csv" DELIMITED BY SIZE
               INTO CTL-RSTD-REV-PATH
             END-STRING

             *> 續跑點：上次暫停或中斷處之後接續
             MOVE SPACES TO RSTD-LAST-CUST
             OPEN INPUT RSTD-CKPT-FILE
             IF RSTD-CKPT-STATUS = "00"
               READ RSTD-CKPT-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SPACES TO RSTD-CK-RULE RSTD-CK-READ
                                  RSTD-CK-CHG RSTD-CK-FAIL
                   UNSTRING RSTD-CKPT-REC DELIMITED BY ";"
                       INTO RSTD-LAST-CUST RSTD-CK-RULE
                            RSTD-CK-READ RSTD-CK-CHG RSTD-CK-FAIL
               END-READ
               CLOSE RSTD-CKPT-FILE
             END-IF
             MOVE "00" TO RSTD-CKPT-STATUS
             IF RSTD-LAST-CUST NOT = SPACES
               IF FUNCTION TRIM(RSTD-CK-RULE) NOT =
                  FUNCTION TRIM(CTL-RULE-VERSION)
                 MOVE "ADR0101E" TO RST-LAST-MSG
                 DISPLAY "ADR0101E RUN REFUSED: RE-STANDARDIZATION "
                   "IN PROGRESS UNDER RULE-VERSION "
                   FUNCTION TRIM(RSTD-CK-RULE)
                   " - FINISH IT OR REMOVE "
                   FUNCTION TRIM(CTL-RSTD-CKPT-PATH)
                 PERFORM LOCK-RELEASE-PARA
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               IF FUNCTION TRIM(RSTD-CK-READ) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(RSTD-CK-READ))
                   TO RSTD-READ-CNT
               END-IF
               IF FUNCTION TRIM(RSTD-CK-CHG) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(RSTD-CK-CHG))
                   TO RSTD-CHG-CNT
               END-IF
               IF FUNCTION TRIM(RSTD-CK-FAIL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(RSTD-CK-FAIL))
                   TO RSTD-FAIL-CNT
               END-IF
               MOVE "ADR0002I" TO RST-LAST-MSG
               DISPLAY "ADR0002I CHECKPOINT FOUND - RE-STANDARDIZATION"
                 " RESUMING AFTER CUSTOMER_ID "
                 FUNCTION TRIM(RSTD-LAST-CUST)
             END-IF

             *> 現行規則目錄 (依批次日期選規則集)
             MOVE SPACES TO RULE-DIR
             MOVE CTL-BATCH-DATE TO RULE-BATCH-DATE
             CALL 'READ-RULE'

             OPEN I-O ADDR-MASTER-FILE
             IF ADDR-MST-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E "
                 "RUN REFUSED: CANNOT OPEN ADDRESS MASTER "
                 "(STATUS " ADDR-MST-STATUS ")"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "REPARSE" TO MBL-MODE
             IF CTL-MU-MIN > 0
               PERFORM MU-OPEN-PARA
             END-IF
             PERFORM MBL-BEGIN-PARA
             IF RSTD-LAST-CUST = SPACES
               MOVE LOW-VALUES TO ADDR-MST-CUSTID
               START ADDR-MASTER-FILE KEY NOT < ADDR-MST-CUSTID
                 INVALID KEY
                   MOVE "10" TO ADDR-MST-STATUS
               END-START
             ELSE
               MOVE RSTD-LAST-CUST TO ADDR-MST-CUSTID
               START ADDR-MASTER-FILE KEY > ADDR-MST-CUSTID
                 INVALID KEY
                   MOVE "10" TO ADDR-MST-STATUS
               END-START
             END-IF

             *> 異動遞送檔與序號接續
             OPEN INPUT CHGSEQ-FILE
             IF CF-SEQ-STATUS = "00"
               READ CHGSEQ-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FUNCTION TRIM(CHGSEQ-REC) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(CHGSEQ-REC))
                       TO CF-SEQ
                   END-IF
               END-READ
               CLOSE CHGSEQ-FILE
             END-IF
             MOVE "00" TO CF-SEQ-STATUS
             OPEN EXTEND CHGFEED-FILE
             IF CF-STATUS NOT = "00"
               OPEN OUTPUT CHGFEED-FILE
               MOVE
                 "SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS"
                 TO CHGFEED-REC
               WRITE CHGFEED-REC
             END-IF
             MOVE "00" TO CF-STATUS

             OPEN EXTEND HIST-FILE
             IF HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
               MOVE
                 "CUSTOMER_ID;EFFECTIVE_DATE;ADDRESS;" &
                 "UPDATE_REASON;BATCH_NO;SOURCE_SYSTEM;" &
                 "INPUT_FILE;SOURCE_LINE;RULESET_VERSION"
                 TO HIST-REC
               WRITE HIST-REC
             END-IF

             *> 新轉高風險清單：同待覆核清單，續跑時接續附加
             MOVE "99" TO HRU-STATUS
             IF RSTD-LAST-CUST NOT = SPACES
               OPEN EXTEND HRU-FILE
             END-IF
             IF HRU-STATUS NOT = "00"
               OPEN OUTPUT HRU-FILE
               PERFORM HRU-HEADER-PARA
             END-IF

             *> 待覆核清單：新一輪重建，續跑時接續附加
             MOVE "99" TO RSTD-REV-STATUS
             IF RSTD-LAST-CUST NOT = SPACES
               OPEN EXTEND RSTD-REV-FILE
             END-IF
             IF RSTD-REV-STATUS NOT = "00"
               OPEN OUTPUT RSTD-REV-FILE
               MOVE "CUSTOMER_ID;MASTER_ADDRESS;ERROR_CODES;ERROR_MSG"
                 TO RSTD-REV-REC
               WRITE RSTD-REV-REC
             END-IF

             MOVE "N" TO RSTD-DONE
             PERFORM UNTIL ADDR-MST-STATUS NOT = "00"
                OR (CTL-REPARSE-LIMIT > 0
                    AND RSTD-WIN-CNT NOT < CTL-REPARSE-LIMIT)
               READ ADDR-MASTER-FILE NEXT
                 AT END
                   MOVE "10" TO ADDR-MST-STATUS
                   MOVE "Y" TO RSTD-DONE
                 NOT AT END
                   PERFORM RSTD-RECORD-PARA
               END-READ
             END-PERFORM
             MOVE "00" TO ADDR-MST-STATUS

             CLOSE RSTD-REV-FILE
             PERFORM HRU-CLOSE-PARA
             PERFORM HIST-CLOSE-PARA
             PERFORM MBL-END-PARA
             PERFORM MU-CLOSE-PARA
             CLOSE ADDR-MASTER-FILE
             CLOSE CHGFEED-FILE
             OPEN OUTPUT CHGSEQ-FILE
             MOVE SPACES TO CHGSEQ-REC
             MOVE CF-SEQ TO CHGSEQ-REC(1:9)
             WRITE CHGSEQ-REC
             CLOSE CHGSEQ-FILE

             MOVE RSTD-READ-CNT TO RSTD-FMT1
             MOVE RSTD-CHG-CNT TO RSTD-FMT2
             MOVE RSTD-FAIL-CNT TO RSTD-FMT3
             MOVE RSTD-WIN-CNT TO RSTD-FMT4
             IF RSTD-DONE = "Y"
               CALL "CBL_DELETE_FILE" USING CTL-RSTD-CKPT-PATH
                 RETURNING ARCHIVE-RC
               MOVE "ADR0019I" TO RST-LAST-MSG
               DISPLAY "ADR0019I MASTER RE-STANDARDIZATION COMPLETE"
                 " - READ: " FUNCTION TRIM(RSTD-FMT1)
                 " REWRITTEN: " FUNCTION TRIM(RSTD-FMT2)
                 " TO REVIEW: " FUNCTION TRIM(RSTD-FMT3)
                 " (RULE-VERSION "
                 FUNCTION TRIM(CTL-RULE-VERSION) ")"
             ELSE
               PERFORM RSTD-CKPT-WRITE-PARA
               MOVE "ADR0020I" TO RST-LAST-MSG
               DISPLAY "ADR0020I MASTER RE-STANDARDIZATION PAUSED "
                 "AFTER " FUNCTION TRIM(RSTD-FMT4)
                 " RECORDS THIS RUN - LAST CUSTOMER_ID "
                 FUNCTION TRIM(RSTD-LAST-CUST)
               MOVE "ADR0020I" TO RST-LAST-MSG
               DISPLAY "ADR0020I SO FAR READ: " FUNCTION TRIM(RSTD-FMT1)
                 " REWRITTEN: " FUNCTION TRIM(RSTD-FMT2)
                 " TO REVIEW: " FUNCTION TRIM(RSTD-FMT3)
                 " - RERUN RUN-MODE=REPARSE TO CONTINUE"
               MOVE 4 TO RETURN-CODE
             END-IF
             IF RSTD-FAIL-CNT > 0
               MOVE "ADR0216W" TO RST-LAST-MSG
               DISPLAY "ADR0216W " FUNCTION TRIM(RSTD-FMT3)
                 " MASTER ADDRESSES NO LONGER PARSE - SEE "
                 FUNCTION TRIM(CTL-RSTD-REV-PATH)
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
             PERFORM MBL-REPORT-PARA
             PERFORM LOCK-RELEASE-PARA
             PERFORM MBL-RC-PARA
             STOP RUN
           END-IF.
      *******************************************************
      *> 官方地名更名傳播 (RUN-MODE=RENAME)：PlaceRenames.csv
      *> 中生效日已到 (不晚於 BATCH-DATE，未指定時為今日) 的
      *> 更名，依主檔鍵序逐筆傳播：
      *>   1. 國名更名：解析當時國別 (ADDR-MST-LIN-CTRY) 為舊名
      *>      者；城市更名：國家範圍相符 (範圍國本身更名者新舊
      *>      名皆可) 者，地址內最後一處整字出現的舊名換成新名
      *>   2. 主檔地址以現行規則重新送 FORMATTER-ADDRESS，解析
      *>      成功且國別/城市確為新名者回寫主檔，以 RENAME 原因
      *>      寫入地址歷史、發出 UPDATE 異動事件；否則主檔不動，
      *>      列入 Rename_Review.csv 待覆核
      *>   3. 替代/轉寄地址與逐字覆寫欄僅做文字替換 (覆寫生效
      *>      中的客戶不重新解析)
      *>   4. 以地名為鍵的參照檔 (CountryRouting/RateCard/
      *>      GeoRef/Territories/StreetRanges/ZipCityXref) 鍵欄
      *>      改為新名，改寫前備份並同步 RuleManifest.csv
      *> 已含新名者不再替換，重跑不重複改寫
      *******************************************************
           IF CTL-RUN-MODE = "RENAME"
             MOVE SPACES TO CTL-REN-REV-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Rename_Review.csv" DELIMITED BY SIZE
               INTO CTL-REN-REV-PATH
             END-STRING
             MOVE SPACES TO CTL-REN-RPT-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Rename_Report.csv" DELIMITED BY SIZE
               INTO CTL-REN-RPT-PATH
             END-STRING

             *> 現行規則目錄 (依批次日期選規則集；更名登錄隨之載入)
             MOVE SPACES TO RULE-DIR
             MOVE CTL-BATCH-DATE TO RULE-BATCH-DATE
             CALL 'READ-RULE'

             IF CTL-BATCH-DATE IS NUMERIC
               MOVE CTL-BATCH-DATE TO REN-DATE
             ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REN-DATE
             END-IF
             MOVE 0 TO REN-ACT-CNT
             PERFORM VARYING REN-K FROM 1 BY 1 UNTIL REN-K > RNM-COUNT
               MOVE 0 TO REN-MST-HITS(REN-K) REN-REF-HITS(REN-K)
               IF RNM-EFF(REN-K) NOT > REN-DATE
                 MOVE "Y" TO REN-ACT(REN-K)
                 ADD 1 TO REN-ACT-CNT
               ELSE
                 MOVE "N" TO REN-ACT(REN-K)
               END-IF
             END-PERFORM
             IF REN-ACT-CNT = 0
               MOVE "ADR0034I" TO RST-LAST-MSG
               DISPLAY "ADR0034I PLACE RENAME PROPAGATION: NO RENAME "
                 "IN EFFECT AT " REN-DATE " - NOTHING TO DO"
               PERFORM LOCK-RELEASE-PARA
               STOP RUN
             END-IF

             OPEN I-O ADDR-MASTER-FILE
             IF ADDR-MST-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E "
                 "RUN REFUSED: CANNOT OPEN ADDRESS MASTER "
                 "(STATUS " ADDR-MST-STATUS ")"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "RENAME" TO MBL-MODE
             PERFORM MBL-BEGIN-PARA
             MOVE LOW-VALUES TO ADDR-MST-CUSTID
             START ADDR-MASTER-FILE KEY NOT < ADDR-MST-CUSTID
               INVALID KEY
                 MOVE "10" TO ADDR-MST-STATUS
             END-START

             *> 異動遞送檔與序號接續
             OPEN INPUT CHGSEQ-FILE
             IF CF-SEQ-STATUS = "00"
               READ CHGSEQ-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FUNCTION TRIM(CHGSEQ-REC) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(CHGSEQ-REC))
                       TO CF-SEQ
                   END-IF
               END-READ
               CLOSE CHGSEQ-FILE
             END-IF
             MOVE "00" TO CF-SEQ-STATUS
             OPEN EXTEND CHGFEED-FILE
             IF CF-STATUS NOT = "00"
               OPEN OUTPUT CHGFEED-FILE
               MOVE
                 "SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS"
                 TO CHGFEED-REC
               WRITE CHGFEED-REC
             END-IF
             MOVE "00" TO CF-STATUS

             OPEN EXTEND HIST-FILE
             IF HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
               MOVE
                 "CUSTOMER_ID;EFFECTIVE_DATE;ADDRESS;" &
                 "UPDATE_REASON;BATCH_NO;SOURCE_SYSTEM;" &
                 "INPUT_FILE;SOURCE_LINE;RULESET_VERSION"
                 TO HIST-REC
               WRITE HIST-REC
             END-IF

             OPEN OUTPUT REN-REV-FILE
             MOVE "CUSTOMER_ID;MASTER_ADDRESS;RENAMED_ADDRESS;REASON"
               TO REN-REV-REC
             WRITE REN-REV-REC

             PERFORM UNTIL ADDR-MST-STATUS NOT = "00"
               READ ADDR-MASTER-FILE NEXT
                 AT END
                   MOVE "10" TO ADDR-MST-STATUS
                 NOT AT END
                   PERFORM REN-RECORD-PARA
               END-READ
             END-PERFORM
             MOVE "00" TO ADDR-MST-STATUS

             CLOSE REN-REV-FILE
             PERFORM HIST-CLOSE-PARA
             PERFORM MBL-END-PARA
             CLOSE ADDR-MASTER-FILE
             CLOSE CHGFEED-FILE
             OPEN OUTPUT CHGSEQ-FILE
             MOVE SPACES TO CHGSEQ-REC
             MOVE CF-SEQ TO CHGSEQ-REC(1:9)
             WRITE CHGSEQ-REC
             CLOSE CHGSEQ-FILE

             *> 以地名為鍵的參照檔
             PERFORM VARYING REN-F FROM 1 BY 1 UNTIL REN-F > 6
               PERFORM REN-REF-FILE-PARA
             END-PERFORM

             PERFORM REN-REPORT-PARA
             MOVE REN-ACT-CNT TO REN-FMT1
             MOVE REN-READ-CNT TO REN-FMT2
             MOVE REN-CHG-CNT TO REN-FMT3
             MOVE REN-REV-CNT TO REN-FMT4
             MOVE REN-REF-CNT TO REN-FMT5
             MOVE "ADR0034I" TO RST-LAST-MSG
             DISPLAY "ADR0034I PLACE RENAME PROPAGATION COMPLETE - "
               "RENAMES IN EFFECT: " FUNCTION TRIM(REN-FMT1)
               " MASTER READ: " FUNCTION TRIM(REN-FMT2)
               " REWRITTEN: " FUNCTION TRIM(REN-FMT3)
               " TO REVIEW: " FUNCTION TRIM(REN-FMT4)
               " REFERENCE ROWS CHANGED: " FUNCTION TRIM(REN-FMT5)
             IF REN-REV-CNT > 0
               MOVE "ADR0230W" TO RST-LAST-MSG
               DISPLAY "ADR0230W " FUNCTION TRIM(REN-FMT4)
                 " MASTER RECORDS NOT RENAMED - SEE "
                 FUNCTION TRIM(CTL-REN-REV-PATH)
               MOVE "Y" TO REN-WARNED
             END-IF
             IF REN-WARNED = "Y" AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM MBL-REPORT-PARA
             PERFORM LOCK-RELEASE-PARA
             PERFORM MBL-RC-PARA
             STOP RUN
           END-IF.

      *******************************************************
      *> 待核主檔更新核處 (RUN-MODE=PENDING)：大量異動防護
      *> 扣住的主檔更新 (MasterPending.dat) 依主管核可檔
      *> input\MasterApproval.txt (核可人;APPLY 或 DISCARD;
      *> 來源系統，來源空白=全部來源) 處理：
      *>   APPLY   逐筆回寫主檔並補發當時暫緩的地址歷史、
      *>           異動事件與變更通知；扣住後主檔地址已被其他
      *>           批次改過者視為過時不套用 (RC=4)
      *>   DISCARD 捨棄，主檔維持原狀
      *> 非指定來源者留在待核檔；核可事實記入 AuditLog.csv
      *******************************************************
           IF CTL-RUN-MODE = "PENDING"
             OPEN INPUT MCG-APPR-FILE
             IF MCG-APPR-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: PENDING MODE REQUIRES "
                 "input\MasterApproval.txt (APPROVER;APPLY|DISCARD;"
                 "SOURCE)"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE SPACES TO REL-APPROVER MCG-ACTION MCG-APPR-SRC
             READ MCG-APPR-FILE
               AT END
                 CONTINUE
               NOT AT END
                 UNSTRING MCG-APPR-REC DELIMITED BY ";"
                     INTO REL-APPROVER MCG-ACTION MCG-APPR-SRC
             END-READ
             CLOSE MCG-APPR-FILE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MCG-ACTION))
               TO MCG-ACTION
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MCG-APPR-SRC))
               TO MCG-APPR-SRC
             IF FUNCTION TRIM(REL-APPROVER) = SPACES
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: APPROVAL FILE HAS NO "
                 "APPROVER ID"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF MCG-ACTION NOT = "APPLY"
                AND MCG-ACTION NOT = "DISCARD"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: APPROVAL ACTION MUST BE "
                 "APPLY OR DISCARD"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM REL-APPROVER-CHECK-PARA
             IF SGN-RESULT NOT = "Y"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: PENDING-UPDATE APPROVER "
                 FUNCTION TRIM(REL-APPROVER) " IS NOT A SUPERVISOR"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             OPEN INPUT MCG-PND-FILE
             IF MCG-PND-STATUS NOT = "00"
               MOVE "ADR0037I" TO RST-LAST-MSG
               DISPLAY "ADR0037I NO PENDING MASTER UPDATES IN "
                 FUNCTION TRIM(CTL-MCG-PND-PATH)
               PERFORM LOCK-RELEASE-PARA
               STOP RUN
             END-IF

             OPEN I-O ADDR-MASTER-FILE
             IF ADDR-MST-STATUS NOT = "00"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E "
                 "RUN REFUSED: CANNOT OPEN ADDRESS MASTER "
                 "(STATUS " ADDR-MST-STATUS ")"
               CLOSE MCG-PND-FILE
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "PENDING" TO MBL-MODE
             PERFORM MBL-BEGIN-PARA

             *> 套用時補發暫緩的異動事件/地址歷史/變更通知
             IF MCG-ACTION = "APPLY"
               OPEN INPUT CHGSEQ-FILE
               IF CF-SEQ-STATUS = "00"
                 READ CHGSEQ-FILE
                   AT END
                     CONTINUE
                   NOT AT END
                     IF FUNCTION TRIM(CHGSEQ-REC) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(CHGSEQ-REC))
                         TO CF-SEQ
                     END-IF
                 END-READ
                 CLOSE CHGSEQ-FILE
               END-IF
               MOVE "00" TO CF-SEQ-STATUS
               OPEN EXTEND CHGFEED-FILE
               IF CF-STATUS NOT = "00"
                 OPEN OUTPUT CHGFEED-FILE
                 MOVE
                   "SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS"
                   TO CHGFEED-REC
                 WRITE CHGFEED-REC
               END-IF
               MOVE "00" TO CF-STATUS
               OPEN EXTEND HIST-FILE
               IF HIST-STATUS NOT = "00"
                 OPEN OUTPUT HIST-FILE
                 MOVE
                   "CUSTOMER_ID;EFFECTIVE_DATE;ADDRESS;" &
                   "UPDATE_REASON;BATCH_NO;SOURCE_SYSTEM;" &
                   "INPUT_FILE;SOURCE_LINE;RULESET_VERSION"
                   TO HIST-REC
                 WRITE HIST-REC
               END-IF
               PERFORM NTC-OPEN-PARA
               PERFORM TAX-OPEN-PARA
             END-IF

             *> 非指定來源者寫入工作檔，完成後取代待核檔
             OPEN OUTPUT MCG-WRK-FILE
             PERFORM UNTIL MCG-PND-STATUS NOT = "00"
               READ MCG-PND-FILE INTO MPD-REC
                 AT END
                   MOVE "10" TO MCG-PND-STATUS
                 NOT AT END
                   IF MCG-APPR-SRC = SPACES
                      OR MCG-APPR-SRC = MPD-SRC
                     IF MCG-ACTION = "APPLY"
                       PERFORM MCG-APPLY-PARA
                     ELSE
                       ADD 1 TO MCG-DISCARDED
                     END-IF
                   ELSE
                     WRITE MCG-WRK-REC FROM MPD-REC
                     ADD 1 TO MCG-KEPT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MCG-PND-FILE
             CLOSE MCG-WRK-FILE
             CALL "CBL_DELETE_FILE" USING CTL-MCG-PND-PATH
               RETURNING ARCHIVE-RC
             IF MCG-KEPT > 0
               CALL "CBL_RENAME_FILE" USING CTL-MCG-WRK-PATH
                 CTL-MCG-PND-PATH RETURNING ARCHIVE-RC
             ELSE
               CALL "CBL_DELETE_FILE" USING CTL-MCG-WRK-PATH
                 RETURNING ARCHIVE-RC
             END-IF

             IF MCG-ACTION = "APPLY"
               PERFORM NTC-CLOSE-PARA
               PERFORM TAX-CLOSE-PARA
               PERFORM HIST-CLOSE-PARA
               CLOSE CHGFEED-FILE
               OPEN OUTPUT CHGSEQ-FILE
               MOVE SPACES TO CHGSEQ-REC
               MOVE CF-SEQ TO CHGSEQ-REC(1:9)
               WRITE CHGSEQ-REC
               CLOSE CHGSEQ-FILE
             END-IF
             PERFORM MBL-END-PARA
             CLOSE ADDR-MASTER-FILE

             *> 核可事實與處理筆數記入 AuditLog.csv
             MOVE MCG-APPLIED TO MCG-F(1)
             MOVE MCG-DISCARDED TO MCG-F(2)
             COMPUTE MCG-STALE = MCG-STALE + MCG-GONE
             MOVE MCG-STALE TO MCG-F(3)
             MOVE MCG-KEPT TO MCG-F(4)
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
             MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT
             MOVE SPACES TO MCG-TXT
             STRING
               FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
               ";MASTER-PENDING;" DELIMITED BY SIZE
               FUNCTION TRIM(REL-APPROVER) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-ACTION) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-APPR-SRC) DELIMITED BY SIZE
               ";APPLIED=" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-F(1)) DELIMITED BY SIZE
               ";DISCARDED=" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-F(2)) DELIMITED BY SIZE
               ";STALE=" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-F(3)) DELIMITED BY SIZE
               ";STILL-PENDING=" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-F(4)) DELIMITED BY SIZE
               INTO MCG-TXT
             END-STRING
             MOVE MCG-TXT TO LCH-LINE
             PERFORM AUDIT-CHAIN-PARA

             MOVE "input\MasterApproval.txt" TO REL-SRC-PATH
             CALL "CBL_DELETE_FILE" USING REL-SRC-PATH
               RETURNING ARCHIVE-RC
             MOVE "ADR0037I" TO RST-LAST-MSG
             DISPLAY "ADR0037I PENDING MASTER UPDATES "
               FUNCTION TRIM(MCG-ACTION) " BY "
               FUNCTION TRIM(REL-APPROVER) " - APPLIED: "
               FUNCTION TRIM(MCG-F(1)) " DISCARDED: "
               FUNCTION TRIM(MCG-F(2)) " STILL PENDING: "
               FUNCTION TRIM(MCG-F(4))
             IF MCG-STALE > 0
               MOVE "ADR0234W" TO RST-LAST-MSG
               DISPLAY "ADR0234W " FUNCTION TRIM(MCG-F(3))
                 " PENDING UPDATES NOT APPLIED - MASTER CHANGED OR "
                 "CUSTOMER REMOVED SINCE THEY WERE HELD"
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM MBL-REPORT-PARA
             PERFORM LOCK-RELEASE-PARA
             IF (NTC-WARNED = "Y" OR TAX-WARNED = "Y")
                AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM MBL-RC-PARA
             STOP RUN
           END-IF.

      *******************************************************
      *> 檢查上次執行是否留下檢查點，若有則從該處續跑
      *> 避免中斷後需要重新處理整批資料
      *******************************************************
           MOVE "N" TO CKPT-RESTART-FLAG.
           MOVE 0   TO CKPT-SKIP-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
             READ CHECKPOINT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CKPT-FILE-REC TO CKPT-REC
                 PERFORM VARYING CKPT-HSK-IDX FROM 1 BY 1
                           UNTIL CKPT-HSK-IDX > 12
                   MOVE SPACES TO CKPT-HSK-ED(CKPT-HSK-IDX)
                 END-PERFORM
                 MOVE SPACES TO CKPT-REJ-ED CKPT-SELSKIP-ED
                                CKPT-PCMP-T-ED CKPT-PCMP-A-ED
                                CKPT-SKIPU-ED CKPT-CFSEQ-ED
                 UNSTRING CKPT-REC DELIMITED BY ";"
                     INTO CKPT-LAST-RECNO-ED
                          CKPT-LAST-CUSTID
                          CKPT-LAST-DATA-ED
                          CKPT-LAST-ERROR-ED
                          CKPT-HSK-ED(1)  CKPT-HSK-ED(2)
                          CKPT-HSK-ED(3)  CKPT-HSK-ED(4)
                          CKPT-HSK-ED(5)  CKPT-HSK-ED(6)
                          CKPT-HSK-ED(7)  CKPT-HSK-ED(8)
                          CKPT-HSK-ED(9)  CKPT-HSK-ED(10)
                          CKPT-HSK-ED(11) CKPT-HSK-ED(12)
                          CKPT-REJ-ED
                          CKPT-SELSKIP-ED
                          CKPT-PCMP-T-ED
                          CKPT-PCMP-A-ED
                          CKPT-SKIPU-ED
                          CKPT-CFSEQ-ED
                 MOVE "Y" TO CKPT-RESTART-FLAG
                 MOVE CKPT-LAST-RECNO-ED TO CKPT-SKIP-COUNT
                 MOVE CKPT-LAST-DATA-ED  TO DATA-COUNT
                 MOVE CKPT-LAST-ERROR-ED TO ERROR-COUNT
                 IF FUNCTION TRIM(CKPT-HSK-ED(1)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(1))
                     TO HSK-CSV-COUNT
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(2))
                     TO HSK-CSV-BYTES
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(3))
                     TO HSK-CSV-HASH
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(4))
                     TO HSK-FB-COUNT
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(5))
                     TO HSK-FB-BYTES
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(6))
                     TO HSK-FB-HASH
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(7))
                     TO HSK-UPU-COUNT
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(8))
                     TO HSK-UPU-BYTES
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(9))
                     TO HSK-UPU-HASH
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(10))
                     TO HSK-FAIL-COUNT
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(11))
                     TO HSK-FAIL-BYTES
                   MOVE FUNCTION NUMVAL(CKPT-HSK-ED(12))
                     TO HSK-FAIL-HASH
                 END-IF
                 IF FUNCTION TRIM(CKPT-REJ-ED) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-REJ-ED)
                     TO REJECT-COUNT
                 END-IF
                 IF FUNCTION TRIM(CKPT-SELSKIP-ED) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-SELSKIP-ED)
                     TO SEL-SKIP-COUNT
                 END-IF
                 IF FUNCTION TRIM(CKPT-PCMP-T-ED) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-PCMP-T-ED)
                     TO PCMP-TOTAL
                 END-IF
                 IF FUNCTION TRIM(CKPT-PCMP-A-ED) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-PCMP-A-ED)
                     TO PCMP-AGREE
                 END-IF
                 IF FUNCTION TRIM(CKPT-SKIPU-ED) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-SKIPU-ED)
                     TO SKIP-UNCH-CNT
                 END-IF
                 IF FUNCTION TRIM(CKPT-CFSEQ-ED) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKPT-CFSEQ-ED)
                     TO CKPT-CFSEQ-SAVE
                 END-IF
                 MOVE "ADR0002I" TO RST-LAST-MSG
                 DISPLAY "ADR0002I "
                   "CHECKPOINT FOUND - RESUMING AFTER RECORD "
                   CKPT-SKIP-COUNT " (LAST CUSTOMER_ID: "
                   FUNCTION TRIM(CKPT-LAST-CUSTID) ")"
             END-READ
             CLOSE CHECKPOINT-FILE
           END-IF.

      *******************************************************
      *> 獨立核對輸入檔案行數，與正式讀取迴圈的 DATA-COUNT 互相比對
      *> (跳過標題行，計算標題行之後、非空白的資料行數)
      *******************************************************
           MOVE 0 TO RECON-LINE-COUNT.
           OPEN INPUT IN-FILE.
           READ IN-FILE
             AT END
               MOVE "10" TO IN-FILE-STATUS
             NOT AT END
               *> 檔首分隔字元宣告列 (#DIALECT=COMMA 或 Excel 慣例
               *> sep=,)：認列後再讀一列當真正的標題列
               IF IN-FILE-REC(1:9) = "#DIALECT="
                  OR IN-FILE-REC(1:4) = "sep="
                 IF IN-FILE-REC(1:14) = "#DIALECT=COMMA"
                    OR IN-FILE-REC(1:5) = "sep=,"
                   MOVE "COMMA" TO CTL-IN-DIALECT
                 END-IF
                 READ IN-FILE
                   AT END
                     MOVE "10" TO IN-FILE-STATUS
                 END-READ
               END-IF
               *> 第一列以 "H;" 開頭時為批次表頭，取出批號/
               *> SOURCE_SYSTEM/建檔日期/預期筆數供後續核對
               IF IN-FILE-REC(1:2) = "H;"
                 MOVE "Y" TO BATCH-MODE-FLAG
                 UNSTRING IN-FILE-REC DELIMITED BY ";"
                     INTO BATCH-REC-TYPE
                          BATCH-NUMBER
                          BATCH-SOURCE
                          BATCH-CRE-DATE
                          BATCH-EXP-COUNT
                          BATCH-MAILING
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(BATCH-NUMBER))
                   TO BATCH-NUMBER-NUM
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(BATCH-EXP-COUNT))
                   TO BATCH-EXP-NUM
               END-IF
           END-READ.
           PERFORM UNTIL IN-FILE-STATUS = "10"
             READ IN-FILE
               AT END
                 MOVE "10" TO IN-FILE-STATUS
               NOT AT END
                 IF CTL-ENCODING = "EBCDIC"
                    AND CTL-IN-FORMAT = "FIXED"
                   INSPECT IN-FILE-REC CONVERTING TA-IDENT TO TA-E2A
                 END-IF
                 IF BATCH-MODE-FLAG = "Y" AND IN-FILE-REC(1:2) = "T;"
                   *> 批次表尾：取出實際筆數，不計入資料行數
                   MOVE "Y" TO BATCH-TRL-FOUND
                   UNSTRING IN-FILE-REC DELIMITED BY ";"
                       INTO BATCH-REC-TYPE
                            BATCH-TRL-COUNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(BATCH-TRL-COUNT))
                     TO BATCH-TRL-NUM
                 ELSE
                   IF CTL-IN-FORMAT = "ISO20022"
                     *> 元素檔以 <PstlAdr 起始行計一筆
                     MOVE 0 TO REJ-SEMI-COUNT
                     INSPECT IN-FILE-REC TALLYING REJ-SEMI-COUNT
                       FOR ALL "<PstlAdr"
                     IF REJ-SEMI-COUNT > 0
                       ADD 1 TO RECON-LINE-COUNT
                     END-IF
                   ELSE
                     IF FUNCTION TRIM(IN-FILE-REC) NOT = SPACES
                       ADD 1 TO RECON-LINE-COUNT
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           MOVE "00" TO IN-FILE-STATUS.

      *******************************************************
      *> 批次控制核對：表尾實際筆數須與獨立核對行數一致、
      *> 表頭預期筆數 (若有填) 亦須一致；批號須大於 AuditLog.csv
      *> 中同一 SOURCE_SYSTEM 的最後批號，否則視為重送舊檔拒收
      *******************************************************
           IF BATCH-MODE-FLAG = "Y"
             IF BATCH-TRL-FOUND NOT = "Y"
               MOVE "ADR0103E" TO RST-LAST-MSG
               DISPLAY "ADR0103E "
                 "BATCH REJECTED: TRAILER RECORD (T;COUNT) "
                 "IS MISSING"
               PERFORM LOCK-RELEASE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF BATCH-TRL-NUM NOT = RECON-LINE-COUNT
               MOVE "ADR0103E" TO RST-LAST-MSG
               DISPLAY "ADR0103E "
                 "BATCH REJECTED: TRAILER COUNT " BATCH-TRL-NUM
                 " DOES NOT MATCH COUNTED DATA LINES "
                 RECON-LINE-COUNT
               PERFORM LOCK-RELEASE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF BATCH-EXP-NUM > 0
                AND BATCH-EXP-NUM NOT = RECON-LINE-COUNT
               MOVE "ADR0103E" TO RST-LAST-MSG
               DISPLAY "ADR0103E BATCH REJECTED: HEADER EXPECTED COUNT "
                 BATCH-EXP-NUM " DOES NOT MATCH COUNTED DATA LINES "
                 RECON-LINE-COUNT
               PERFORM LOCK-RELEASE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF

             *> 掃描 AuditLog.csv 取同一 SOURCE_SYSTEM 的最後批號
             MOVE 0 TO BATCH-LAST-NUM
             OPEN INPUT AUDIT-LOG-FILE
             IF AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL AUDIT-FILE-STATUS NOT = "00"
                 READ AUDIT-LOG-FILE
                   AT END
                     MOVE "10" TO AUDIT-FILE-STATUS
                   NOT AT END
                     PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 18
                       MOVE SPACES TO BATCH-AUD-FLD(IDX)
                     END-PERFORM
                     *> 去除鏈結封印 (;SEQ=...;CHK=...)
                     MOVE 0 TO AUDIT-CUT
                     INSPECT AUDIT-LOG-REC TALLYING AUDIT-CUT
                       FOR CHARACTERS BEFORE INITIAL ";SEQ="
                     IF AUDIT-CUT < 300
                       MOVE SPACES TO AUDIT-LOG-REC(AUDIT-CUT + 1:)
                     END-IF
                     UNSTRING AUDIT-LOG-REC DELIMITED BY ";"
                         INTO BATCH-AUD-FLD(1)  BATCH-AUD-FLD(2)
                              BATCH-AUD-FLD(3)  BATCH-AUD-FLD(4)
                              BATCH-AUD-FLD(5)  BATCH-AUD-FLD(6)
                              BATCH-AUD-FLD(7)  BATCH-AUD-FLD(8)
                              BATCH-AUD-FLD(9)  BATCH-AUD-FLD(10)
                              BATCH-AUD-FLD(11) BATCH-AUD-FLD(12)
                              BATCH-AUD-FLD(13) BATCH-AUD-FLD(14)
                              BATCH-AUD-FLD(15) BATCH-AUD-FLD(16)
                              BATCH-AUD-FLD(17) BATCH-AUD-FLD(18)
                     IF FUNCTION TRIM(BATCH-AUD-FLD(17)) =
                        FUNCTION TRIM(BATCH-SOURCE)
                        AND FUNCTION TRIM(BATCH-AUD-FLD(18))
                            IS NUMERIC
                       IF FUNCTION NUMVAL(
                            FUNCTION TRIM(BATCH-AUD-FLD(18)))
                          > BATCH-LAST-NUM
                         MOVE FUNCTION NUMVAL(
                                FUNCTION TRIM(BATCH-AUD-FLD(18)))
                           TO BATCH-LAST-NUM
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               MOVE "00" TO AUDIT-FILE-STATUS
             END-IF

             *> 檢查點續跑是同一批檔案的接續處理 (如操作員停止
             *> 後重啟)，前段執行已記下本批批號，不視為重送
             IF BATCH-NUMBER-NUM <= BATCH-LAST-NUM
               IF CKPT-RESTART-FLAG = "Y"
                 MOVE "ADR0004I" TO RST-LAST-MSG
                 DISPLAY "ADR0004I BATCH NUMBER " BATCH-NUMBER-NUM
                   " ALREADY RECORDED - ACCEPTED FOR CHECKPOINT "
                   "RESTART"
               ELSE
                 MOVE "ADR0103E" TO RST-LAST-MSG
                 DISPLAY "ADR0103E BATCH REJECTED: BATCH NUMBER "
                   BATCH-NUMBER-NUM " FOR SOURCE "
                   FUNCTION TRIM(BATCH-SOURCE)
                   " IS NOT ABOVE LAST PROCESSED BATCH "
                   BATCH-LAST-NUM
                 PERFORM LOCK-RELEASE-PARA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 郵寄代號：控制卡優先，未指定時取批次表頭第 6 欄
      *******************************************************
           PERFORM MRG-INIT-PARA.

      *******************************************************
      *> 代理客戶目錄覆蓋：批次表頭的 SOURCE_SYSTEM 在
      *> ClientProfiles.csv 有設定列時，逐鍵覆蓋本次執行的
      *> 行為參數 (目錄/輸入格式鍵不在此列，輸入檔此時已定)，
      *> 生效值連同來源 PROFILE 重寫 Parm_Report.csv
      *******************************************************
           IF BATCH-MODE-FLAG = "Y"
              AND FUNCTION TRIM(BATCH-SOURCE) NOT = SPACES
             OPEN INPUT CLIPROF-FILE
             IF CLIP-STATUS = "00"
               PERFORM UNTIL CLIP-STATUS NOT = "00"
                 READ CLIPROF-FILE
                   AT END
                     MOVE "10" TO CLIP-STATUS
                   NOT AT END
                     IF FUNCTION TRIM(CLIPROF-REC) NOT = SPACES
                        AND CLIPROF-REC(1:1) NOT = "*"
                        AND CLIPROF-REC(1:7) NOT = "SOURCE;"
                       MOVE SPACES TO CLIP-SRC CLIP-KEY CLIP-VAL
                       UNSTRING CLIPROF-REC DELIMITED BY ";"
                           INTO CLIP-SRC CLIP-KEY CLIP-VAL
                       IF FUNCTION UPPER-CASE(
                            FUNCTION TRIM(CLIP-SRC)) =
                          FUNCTION UPPER-CASE(
                            FUNCTION TRIM(BATCH-SOURCE))
                         PERFORM CLIP-APPLY-PARA
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CLIPROF-FILE
               MOVE "00" TO CLIP-STATUS
               IF CLIP-CNT > 0
                 MOVE "ADR0018I" TO RST-LAST-MSG
                 DISPLAY "ADR0018I CLIENT PROFILE APPLIED FOR "
                   FUNCTION TRIM(BATCH-SOURCE) " (" CLIP-CNT
                   " KEYS)"
                 PERFORM PARM-REPORT-PARA
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 來源檔輪廓漂移核對 (DRIFT-CHECK)：更動主檔前先將本批
      *> 與各 SOURCE_SYSTEM 的滾動輪廓比對 (DRF-CHECK-PARA)。
      *> 檢查點續跑為同一批接續處理，首次啟動時已核對並併入
      *> 輪廓，不再重複；重跑 Fail_Data.csv 非來源原檔，亦不
      *> 核對。固定位移/ISO 20022/CBPRPLUS 檔於主迴圈才逐列
      *> 組回地址，不在此核對之列
      *******************************************************
           IF CTL-DRIFT-CHECK NOT = "OFF"
              AND CKPT-RESTART-FLAG NOT = "Y"
              AND CTL-REFEED-FLAG NOT = "Y"
             IF CTL-IN-FORMAT = "FIXED"
                OR CTL-IN-FORMAT = "ISO20022"
                OR CTL-IN-FORMAT = "CBPRPLUS"
               MOVE "ADR0024I" TO RST-LAST-MSG
               DISPLAY "ADR0024I SOURCE PROFILE CHECK NOT AVAILABLE "
                 "FOR IN-FORMAT " FUNCTION TRIM(CTL-IN-FORMAT)
             ELSE
               PERFORM DRF-CHECK-PARA
             END-IF
           END-IF.

           *> 輸出格式設定(欄位寬度/欄位標題)
              MOVE 35  TO WS-COL-LEN(1).
              MOVE 35  TO WS-COL-LEN(2).
              MOVE 100 TO WS-COL-LEN(3).
              MOVE 100 TO WS-COL-LEN(4).
              MOVE 50  TO WS-COL-LEN(5).
              MOVE 35  TO WS-COL-LEN(6).
              MOVE 50  TO WS-COL-LEN(7).
              MOVE 35  TO WS-COL-LEN(8).
              MOVE 35  TO WS-COL-LEN(9).
              MOVE 35  TO WS-COL-LEN(10).
              MOVE 35  TO WS-COL-LEN(11).
              MOVE 35  TO WS-COL-LEN(12).
              MOVE 35  TO WS-COL-LEN(13).
              MOVE 35  TO WS-COL-LEN(14).
              MOVE 35  TO WS-COL-LEN(15).
              MOVE 35  TO WS-COL-LEN(16).
              MOVE 10  TO WS-COL-LEN(17).
              MOVE 35  TO WS-COL-LEN(18).
              MOVE 40  TO WS-COL-LEN(19).
              MOVE 15  TO WS-COL-LEN(20).
              MOVE 150 TO WS-COL-LEN(21).
              MOVE 100 TO WS-COL-LEN(22).
              MOVE 100 TO WS-COL-LEN(23).
              MOVE 20  TO WS-COL-LEN(24).
              MOVE 50  TO WS-COL-LEN(25).
              MOVE 8   TO WS-COL-LEN(26).

              MOVE "ZIP"      TO WS-COL-TEXT(1).
              MOVE "COUNTRY"  TO WS-COL-TEXT(2).
              MOVE "CITY"     TO WS-COL-TEXT(3).
              MOVE "DISTRICT" TO WS-COL-TEXT(4).
              MOVE "STREET"   TO WS-COL-TEXT(5).
              MOVE "SEC"      TO WS-COL-TEXT(6).
              MOVE "LANE"     TO WS-COL-TEXT(7).
              MOVE "ALLEY"    TO WS-COL-TEXT(8).
              MOVE "NUMBER"   TO WS-COL-TEXT(9).
              MOVE "NUMBER"   TO WS-COL-TEXT(10).
              MOVE "FLOOR"    TO WS-COL-TEXT(11).
              MOVE "FLOOR"    TO WS-COL-TEXT(12).
              MOVE "ROOM"     TO WS-COL-TEXT(13).
              MOVE "BUILDING" TO WS-COL-TEXT(14).
              MOVE "VILLAGE"  TO WS-COL-TEXT(15).
              MOVE "PROVINCE" TO WS-COL-TEXT(16).
              MOVE "STATE"    TO WS-COL-TEXT(17).
              MOVE "OTHER"    TO WS-COL-TEXT(18).
              MOVE "ERROR_MESSAGE"            TO WS-COL-TEXT(19).
              MOVE "CUSTOMER_ID"              TO WS-COL-TEXT(20).
              MOVE "ADDRESS_LINE_ORIGIN"      TO WS-COL-TEXT(21).
              MOVE "ADDRESS_LINE_EN"          TO WS-COL-TEXT(22).
              MOVE "ADDRESS_LINE_REBUILD"     TO WS-COL-TEXT(23).
              MOVE "SOURCE_SYSTEM"            TO WS-COL-TEXT(24).
              MOVE "COUNTY"                    TO WS-COL-TEXT(25).
              MOVE "ADDRESS_TYPE"              TO WS-COL-TEXT(26).

              MOVE WS-COL-LEN(20)  TO WS-COL-LEN-ERROR(1). *> 20 客戶 ID
              MOVE WS-COL-LEN(21)  TO WS-COL-LEN-ERROR(2). *> 21 讀取_原文
              MOVE WS-COL-LEN(22)  TO WS-COL-LEN-ERROR(3). *> 22 讀取_英文 
              MOVE WS-COL-LEN(19)  TO WS-COL-LEN-ERROR(4). *> 19 錯誤

              MOVE "CUSTOMER_ID"           TO WS-COL-TEXT-ERROR(1).
              MOVE "ADDRESS_LINE_ORIGIN"   TO WS-COL-TEXT-ERROR(2).
              MOVE "ADDRESS_LINE_EN"       TO WS-COL-TEXT-ERROR(3).
              MOVE "ERROR_MESSAGE"         TO WS-COL-TEXT-ERROR(4).

           *> 資料列欄位順序：CUSTOMER_ID、ADDR_ORIG、ADDR_EN，
           *> 接著 1-19（SUB號碼/樓層 10、12 略過），REBUILD(23)，
           *> 最後為選填的 SOURCE_SYSTEM(24)、ADDRESS_TYPE(26)
              MOVE 20 TO FLD-ORDER(1).
              MOVE 21 TO FLD-ORDER(2).
              MOVE 22 TO FLD-ORDER(3).
              MOVE  1 TO FLD-ORDER(4).
              MOVE  2 TO FLD-ORDER(5).
              MOVE  3 TO FLD-ORDER(6).
              MOVE  4 TO FLD-ORDER(7).
              MOVE  5 TO FLD-ORDER(8).
              MOVE  6 TO FLD-ORDER(9).
              MOVE  7 TO FLD-ORDER(10).
              MOVE  8 TO FLD-ORDER(11).
              MOVE  9 TO FLD-ORDER(12).
              MOVE 11 TO FLD-ORDER(13).
              MOVE 13 TO FLD-ORDER(14).
              MOVE 14 TO FLD-ORDER(15).
              MOVE 15 TO FLD-ORDER(16).
              MOVE 16 TO FLD-ORDER(17).
              MOVE 17 TO FLD-ORDER(18).
              MOVE 18 TO FLD-ORDER(19).
              MOVE 19 TO FLD-ORDER(20).
              MOVE 23 TO FLD-ORDER(21).
              MOVE 24 TO FLD-ORDER(22).
              MOVE 25 TO FLD-ORDER(23).
              MOVE 26 TO FLD-ORDER(24).

           *> 錯誤列欄位順序：CUSTOMER_ID、ADDR_ORIG、ADDR_EN、ERROR_MESSAGE
              MOVE 20 TO ERR-FLD-ORDER(1).
              MOVE 21 TO ERR-FLD-ORDER(2).
              MOVE 22 TO ERR-FLD-ORDER(3).
              MOVE 19 TO ERR-FLD-ORDER(4).


      *******************************************************
      *> 標題設置: Address_Split.csv
      *******************************************************
           STRING
             FUNCTION TRIM(WS-COL-TEXT(20)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WS-COL-TEXT(21)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WS-COL-TEXT(22)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 19
             IF IDX NOT = 10 AND IDX NOT = 12 *> SUB號碼/樓層略過
               STRING
                 FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COL-TEXT(IDX)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO TMP-REC-TOTAL
               END-STRING
             END-IF
           END-PERFORM.

           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             FUNCTION TRIM(WS-COL-TEXT(23)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             FUNCTION TRIM(WS-COL-TEXT(24)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             FUNCTION TRIM(WS-COL-TEXT(25)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             FUNCTION TRIM(WS-COL-TEXT(26)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> ISO 3166 alpha-2 國別代碼欄 (CountryCodes.csv 對照)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "ISO_COUNTRY;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 地理座標欄 (GeoRef.csv 對照，查無時留空)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "LATITUDE;LONGITUDE;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 地址品質信心分數欄 (0-100)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "QUALITY_SCORE;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 轉交/收件中介欄 (C/O、ATTN、FAO 抽出片段)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "CARE_OF;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 郵政信箱欄 (與 STREET 並存，取捨見投遞偏好)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "POST_BOX;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 企業/個人收件者旗標欄 (B=企業/R=個人)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "BUSINESS_FLAG;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 收件人姓名欄 (輸入第 7 欄，選填)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "RECIPIENT_NAME;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 全國地址檔比對等級欄 (P/S/L/N，未載參照檔時留空)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "MATCH_GRADE;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 業務轄區欄 (座標落點對應，查無時留空)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "TERRITORY;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 搬家轉寄寬限旗標欄 (F=寬限期內寄往舊址)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "FORWARD_FLAG;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 郵寄代號欄 (MAILING-ID，未登錄郵寄時留空)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "MAILING_ID;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 逐字地址覆寫旗標欄 (Y=逐字地址行)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "VERBATIM;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 高風險地址用途欄 (CMRA/VIRTUAL/LOCKER/PRISON/
           *> HOSPITAL/HOTEL，空白=一般)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "ADDRESS_USE;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 收件人姓名拆解欄 (稱謂/名/姓/字尾/機構名) 與
           *> 稱呼語、正式收件人行 (供信函合併與標籤)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "NAME_TITLE;GIVEN_NAME;SURNAME;NAME_SUFFIX;"
               DELIMITED BY SIZE
             "ORG_NAME;SALUTATION;FORMAL_ADDRESSEE;"
               DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

           *> 目的國名行欄 (寄件國語言之核定國名，大寫；未在地化
           *> 者留空，標籤照 COUNTRY 欄印)
           STRING
             FUNCTION TRIM(TMP-REC-TOTAL) DELIMITED BY SIZE
             "DEST_COUNTRY_LINE;" DELIMITED BY SIZE
             INTO TMP-REC-TOTAL
           END-STRING.

      *******************************************************
      *> 標題設置: Fail_Data.csv
      *******************************************************
              MOVE SPACES TO ERROR-REC-CSV TMP-REC-ERROR.

           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
                 *> === TMP-REC ===
                 STRING
                   FUNCTION TRIM(TMP-REC-ERROR) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COL-TEXT-ERROR(IDX))
                     DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   INTO TMP-REC-ERROR
                 END-STRING
           END-PERFORM

           *> 結構化錯誤代碼欄 (對照 ErrorCatalog.csv)
           STRING
             FUNCTION TRIM(TMP-REC-ERROR) DELIMITED BY SIZE
             "ERROR_CODES;" DELIMITED BY SIZE
             INTO TMP-REC-ERROR
           END-STRING


      *******************************************************
      *> 標題設置: Address_Split.txt
      *******************************************************
           MOVE "|" TO TMP-REC-TXT.      *> 標題記錄
           MOVE "|" TO DIVIDING-LINE.    *> 分隔線記錄

           *>   ============  CUSTOMER_ID 標題/分隔線  ============
                 *> === 計算長度 ===
                 MOVE LENGTH OF FUNCTION TRIM(WS-COL-TEXT(20))
                   TO WS-DATA-LEN *> 取得資料長度
                 MOVE WS-COL-LEN(20) TO WS-FIELD-LEN
                 *> 左邊空白 = (寬度 - 資料長) / 2
                 COMPUTE WS-LEFT-PAD = 
                   FUNCTION INTEGER((WS-FIELD-LEN - WS-DATA-LEN) / 2)
                 *> 左側填充
                 MOVE SPACES TO WS-CENTER-FLD(1:WS-LEFT-PAD)
                 *> 文字
                 MOVE FUNCTION TRIM(WS-COL-TEXT(20)) TO
                   WS-CENTER-FLD(WS-LEFT-PAD + 1 : WS-DATA-LEN)
                 *> 右側填充
                 MOVE SPACES TO WS-CENTER-FLD(WS-LEFT-PAD +
                   INTO DIVIDING-LINE
                 END-STRING

           *>   ============  ADDR_LINE_ORIG 標題/分隔線  ============
                 *> === 計算長度 ===
                 MOVE LENGTH OF FUNCTION TRIM(WS-COL-TEXT(21))
                   TO WS-DATA-LEN *> 取得資料長度
                 MOVE WS-COL-LEN(21) TO WS-FIELD-LEN
                 *> 左邊空白 = (寬度 - 資料長) / 2
                 COMPUTE WS-LEFT-PAD = 
                   FUNCTION INTEGER((WS-FIELD-LEN - WS-DATA-LEN) / 2)
                 *> 左側填充
                 MOVE SPACES TO WS-CENTER-FLD(1:WS-LEFT-PAD)
                 *> 文字
                 MOVE FUNCTION TRIM(WS-COL-TEXT(21)) TO
                   WS-CENTER-FLD(WS-LEFT-PAD + 1 : WS-DATA-LEN)
                 *> 右側填充
                 MOVE SPACES TO WS-CENTER-FLD(WS-LEFT-PAD +
                   INTO DIVIDING-LINE
                 END-STRING

           *>   ============  ADDR_LINE_EN 標題/分隔線  ============
                 *> === 計算長度 ===
                 MOVE LENGTH OF FUNCTION TRIM(WS-COL-TEXT(22))
                   TO WS-DATA-LEN *> 取得資料長度
                 MOVE WS-COL-LEN(22) TO WS-FIELD-LEN
                 *> 左邊空白 = (寬度 - 資料長) / 2
                 COMPUTE WS-LEFT-PAD = 
                   FUNCTION INTEGER((WS-FIELD-LEN - WS-DATA-LEN) / 2)
                 *> 左側填充
                 MOVE SPACES TO WS-CENTER-FLD(1:WS-LEFT-PAD)
                 *> 文字
                 MOVE FUNCTION TRIM(WS-COL-TEXT(22)) TO
                   WS-CENTER-FLD(WS-LEFT-PAD + 1 : WS-DATA-LEN)
                 *> 右側填充
                 MOVE SPACES TO WS-CENTER-FLD(WS-LEFT-PAD +
                   INTO DIVIDING-LINE
                 END-STRING


           *> ============  主要欄位 標題/分隔線  ============
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 19
              IF IDX NOT = 10 AND IDX NOT = 12 *> SUB號碼/樓層略過
                 *> === 計算長度 ===
                 MOVE LENGTH OF FUNCTION TRIM(WS-COL-TEXT(IDX))
                   TO WS-DATA-LEN *> 取得資料長度
                 MOVE WS-COL-LEN(IDX) TO WS-FIELD-LEN
                 *> 左邊空白 = (寬度 - 資料長) / 2
                 COMPUTE WS-LEFT-PAD = 
                   FUNCTION INTEGER((WS-FIELD-LEN - WS-DATA-LEN) / 2)
                 COMPUTE WS-RIGHT-PAD =
                   WS-FIELD-LEN - WS-DATA-LEN - WS-LEFT-PAD

                 *> === 填入空白 ===
                 MOVE SPACES TO WS-CENTER-FLD
                 *> 左側填充
                 MOVE SPACES TO WS-CENTER-FLD(1:WS-LEFT-PAD)
                 *> 文字
                 MOVE FUNCTION TRIM(WS-COL-TEXT(IDX)) TO
                   WS-CENTER-FLD(WS-LEFT-PAD + 1 : WS-DATA-LEN)
                 *> 右側填充
                 MOVE SPACES TO WS-CENTER-FLD(WS-LEFT-PAD +
                                        WS-DATA-LEN + 1 : WS-RIGHT-PAD)

                 *> === TMP-REC-TXT ===
                 STRING
                   FUNCTION TRIM(TMP-REC-TXT)
                   WS-CENTER-FLD(1:WS-FIELD-LEN) DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   INTO TMP-REC-TXT
                 END-STRING


                 MOVE SPACES TO WS-CENTER-FLD
                 INSPECT WS-CENTER-FLD REPLACING ALL " " BY "-"

                 *> === 分隔線 ===
                 STRING
                   FUNCTION TRIM(DIVIDING-LINE)
                   WS-CENTER-FLD(1:WS-FIELD-LEN) DELIMITED BY SIZE
                   "-|" DELIMITED BY SIZE
                   INTO DIVIDING-LINE
                 END-STRING

              END-IF
           END-PERFORM

           *>   ============  ADDR_LINE_REBUILD 標題/分隔線  ============
                 *> === 計算長度 ===
                 MOVE LENGTH OF FUNCTION TRIM(WS-COL-TEXT(23))
                   TO WS-DATA-LEN *> 取得資料長度
                 MOVE WS-COL-LEN(23) TO WS-FIELD-LEN
                 *> 左邊空白 = (寬度 - 資料長) / 2
                 COMPUTE WS-LEFT-PAD = 
                   FUNCTION INTEGER((WS-FIELD-LEN - WS-DATA-LEN) / 2)
                 COMPUTE WS-RIGHT-PAD =
                   WS-FIELD-LEN - WS-DATA-LEN - WS-LEFT-PAD

                 *> === 填入空白 ===
                 MOVE SPACES TO WS-CENTER-FLD
                 *> 左側填充
                 MOVE SPACES TO WS-CENTER-FLD(1:WS-LEFT-PAD)
                 *> 文字
                 MOVE FUNCTION TRIM(WS-COL-TEXT(23)) TO
                   WS-CENTER-FLD(WS-LEFT-PAD + 1 : WS-DATA-LEN)
                 *> 右側填充
                 MOVE SPACES TO WS-CENTER-FLD(WS-LEFT-PAD +
                                        WS-DATA-LEN + 1 : WS-RIGHT-PAD)

                 *> === TMP-REC-TXT ===
                 STRING
                   FUNCTION TRIM(TMP-REC-TXT)
                   WS-CENTER-FLD(1:WS-FIELD-LEN) DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   INTO TMP-REC-TXT
                 END-STRING


                 MOVE SPACES TO WS-CENTER-FLD
                 INSPECT WS-CENTER-FLD REPLACING ALL " " BY "-"

                 *> === 分隔線 ===
                 STRING
                   FUNCTION TRIM(DIVIDING-LINE)
                   WS-CENTER-FLD(1:WS-FIELD-LEN) DELIMITED BY SIZE
                   "-|" DELIMITED BY SIZE
                   INTO DIVIDING-LINE
                 END-STRING

           *>   ============  SOURCE_SYSTEM 標題/分隔線  ============
                 *> === 計算長度 ===
                 MOVE LENGTH OF FUNCTION TRIM(WS-COL-TEXT(24))
                   TO WS-DATA-LEN *> 取得資料長度
                 MOVE WS-COL-LEN(24) TO WS-FIELD-LEN
                 *> 左邊空白 = (寬度 - 資料長) / 2
                 COMPUTE WS-LEFT-PAD =
                   FUNCTION INTEGER((WS-FIELD-LEN - WS-DATA-LEN) / 2)
                 COMPUTE WS-RIGHT-PAD =
                   WS-FIELD-LEN - WS-DATA-LEN - WS-LEFT-PAD
      *******************************************************
      *> 輸出: 標題完成，準備開啟檔案
      *******************************************************
       *> 解析結果存檔 (續跑時沿用前次 RUN_ID 接續)
           PERFORM PRS-OPEN-PARA.

       *> 開啟檔案、OUT-FILE-CSV / ERROR-FILE-CSV
       *> (OUTPUT-FORMAT=TXT 時不輸出 CSV 系列檔案)
           IF CTL-OUT-FMT NOT = "TXT"
                      LENGTH OF FUNCTION TRIM(TMP-REC-TOTAL) - 1)
                 TO OUT-FILE-REC-CSV
               WRITE OUT-FILE-REC-CSV
               MOVE 0 TO PRS-SEQ
               MOVE "CSVHDR" TO PRS-FMT
               MOVE OUT-FILE-REC-CSV TO PRS-LINE
               PERFORM PRS-L-PARA
             END-IF

             IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
                      LENGTH OF FUNCTION TRIM(TMP-REC-ERROR) - 1)
                 TO ERROR-REC-CSV
               WRITE ERROR-REC-CSV
               MOVE 0 TO PRS-SEQ
               MOVE "FAILHDR" TO PRS-FMT
               MOVE ERROR-REC-CSV TO PRS-LINE
               PERFORM PRS-L-PARA
             END-IF
           END-IF.

             WRITE WARNING-LOG-REC
           END-IF.

        *> 開啟檔案、ORIGEN-FILE (原文/英文行不一致明細)
           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND ORIGEN-FILE
           ELSE
             OPEN OUTPUT ORIGEN-FILE

              *> === 輸出標題 ===
             MOVE SPACES TO OEN-TXT
             STRING
               "CUSTOMER_ID;FIELD;ORIG_VALUE;EN_VALUE;"
                 DELIMITED BY SIZE
               "ADDR_LINE_ORIG;ADDR_LINE_EN" DELIMITED BY SIZE
               INTO OEN-TXT
             END-STRING
             MOVE OEN-TXT TO ORIGEN-REC
             WRITE ORIGEN-REC
           END-IF.

        *> 寄件人/退件地址檔 (在場時 UPU 輸出加帶寄件人欄位)
           PERFORM SND-LOAD-PARA.

        *> 目的國名在地化表 (在場時 UPU 輸出加帶目的國名行欄位)
           PERFORM CNL-LOAD-PARA.

        *> 開啟檔案、UPU-FILE (UPU S42 CBPRPLUS 國際地址格式)
           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND UPU-FILE
                 DELIMITED BY SIZE
               "TOWN_LOCATION_NAME;DISTRICT_NAME;COUNTRY_SUB_DIVISION;"
                 DELIMITED BY SIZE
               "COUNTRY;ADDRESS_LINE;CUSTOMER_ID;RECIPIENT_NAME;"
                 DELIMITED BY SIZE
               "TRACKING_NUMBER" DELIMITED BY SIZE
               INTO UPU-TXT
             END-STRING
             IF SND-ACTIVE = "Y"
               STRING
                 FUNCTION TRIM(UPU-TXT) DELIMITED BY SIZE
                 ";SENDER_NAME;SENDER_STREET_NAME;" DELIMITED BY SIZE
                 "SENDER_BUILDING_NUMBER;SENDER_POST_BOX;"
                   DELIMITED BY SIZE
                 "SENDER_POST_CODE;SENDER_TOWN_NAME;" DELIMITED BY SIZE
                 "SENDER_COUNTRY_SUB_DIVISION;SENDER_COUNTRY"
                   DELIMITED BY SIZE
                 INTO UPU-TXT
               END-STRING
             END-IF
             IF CNL-ACTIVE = "Y"
               STRING
                 FUNCTION TRIM(UPU-TXT) DELIMITED BY SIZE
                 ";DESTINATION_COUNTRY_LINE" DELIMITED BY SIZE
                 INTO UPU-TXT
               END-STRING
             END-IF
             MOVE UPU-TXT TO UPU-REC
             WRITE UPU-REC
             MOVE 0 TO PRS-SEQ
             MOVE "UPUHDR" TO PRS-FMT
             MOVE UPU-REC TO PRS-LINE
             PERFORM PRS-L-PARA
           END-IF.

        *> 開啟檔案、ISO20022-FILE (PostalAddress 片段檔)
             OPEN OUTPUT FIXED-FILE
           END-IF.

        *> AUDIT-LOG-FILE (作業層級稽核記錄，每次執行皆新增一列，
        *> 不論是否重跑/續跑) 一律經 AUDIT-CHAIN-PARA 由 LOG-CHAIN
        *> 封印附加；檔案不存在時 LOG-CHAIN 先輸出標題列

      *******************************************************
      *>  開始讀取 IN-FILE.csv
           MOVE 1 TO PH-IDX.
           PERFORM PH-END-PARA.

           *> 寄件人退件地址標準化 (規則載入後逐列跑一次)
           IF SND-ACTIVE = "Y"
             PERFORM SND-STD-PARA
           END-IF.

           *> 目的國名在地化表國碼核對 (CountryCodes.csv 載入後)
           IF CNL-ACTIVE = "Y"
             PERFORM CNL-CHECK-PARA
           END-IF.

      *******************************************************
      *> SUPPRESS-GROUPS 控制卡：停用指定的 CategoryRules.csv
      *> 分類群組 (以逗號分隔之群組編號，1-19)，供暫時關閉
                      AND RETMAIL-REC(1:1) NOT = "*"
                      AND RETMAIL-REC(1:12) NOT = "CUSTOMER_ID;"
                     MOVE SPACES TO UND-TOK(1) UND-TOK(2)
                                    UND-TOK(3) MRG-RET-ID
                     UNSTRING RETMAIL-REC DELIMITED BY ";"
                         INTO UND-TOK(1) UND-TOK(2) UND-TOK(3)
                              MRG-RET-ID
                     *> 夥伴退件帶的是代號者，先反查回真實 ID
                     MOVE FUNCTION TRIM(UND-TOK(1)) TO TKN-IN-VAL
                     IF TKN-IN-VAL(1:2) = "TK"
                       MOVE SPACES TO TKN-PARTNER
                       MOVE TKN-IN-VAL TO TKN-TOKEN
                       MOVE "DETOKEN" TO TKN-OP
                       CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
                       IF TKN-RESULT = "Y"
                         MOVE TKN-CUSTID TO UND-TOK(1)
                         ADD 1 TO TKN-RET-CNT
                       END-IF
                     END-IF
                     *> 退件歸屬造成退件的那次郵寄
                     PERFORM MRG-RETURN-PARA
                     MOVE SPACES TO UNDX-REC
                     MOVE FUNCTION TRIM(UND-TOK(1)) TO UNDX-CUSTID
                     MOVE UND-TOK(2)(1:20) TO UNDX-REASON
               END-READ
             END-PERFORM
             CLOSE RETMAIL-FILE
             IF MRG-RET-ATTR > 0 OR MRG-RET-UNATTR > 0
               MOVE MRG-RET-ATTR TO MRG-FMT1
               MOVE MRG-RET-UNATTR TO MRG-FMT2
               MOVE "ADR0027I" TO RST-LAST-MSG
               DISPLAY "ADR0027I RETURNED MAIL ATTRIBUTED TO MAILINGS: "
                 FUNCTION TRIM(MRG-FMT1) " (UNATTRIBUTED "
                 FUNCTION TRIM(MRG-FMT2) ")"
             END-IF
             IF TKN-RET-CNT > 0
               MOVE TKN-RET-CNT TO TKN-CNT-FMT
               MOVE "ADR0023I" TO RST-LAST-MSG
               DISPLAY "ADR0023I RETURNED-MAIL PARTNER TOKENS "
                 "TRANSLATED TO CUSTOMER_ID: "
                 FUNCTION TRIM(TKN-CNT-FMT)
             END-IF

             CALL "CBL_CREATE_DIR"
               USING FUNCTION TRIM(CTL-ARCHIVE-DIR)
                 PERFORM LIST-ABORT-PARA
               END-IF
             ELSE
               MOVE "ADR0201W" TO RST-LAST-MSG
               DISPLAY "ADR0201W "
                 "WARNING: SELECT-LIST FILE COULD NOT BE "
                 "OPENED: " FUNCTION TRIM(CTL-SELECT-LIST)
               CLOSE FXL-FILE
             END-IF
             IF FXL-COUNT = 0
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: IN-FORMAT=FIXED REQUIRES "
                 "input\FixedLayout.csv"
               PERFORM LOCK-RELEASE-PARA
                      AND FUNCTION TRIM(ROUTE-REC) NOT = SPACES
                      AND ROUTE-REC(1:1) NOT = "*"
                     ADD 1 TO ROUTE-COUNT
                     *> 第 3 欄 (選填)：該通路交寄的 S10 服務代碼
                     *> (如 RR 掛號、CP 包裹)，空白=不追蹤
                     UNSTRING ROUTE-REC DELIMITED BY ";"
                         INTO ROUTE-CTRY(ROUTE-COUNT)
                              ROUTE-CHAN(ROUTE-COUNT)
                              ROUTE-SVC(ROUTE-COUNT)
                     MOVE FUNCTION UPPER-CASE(ROUTE-SVC(ROUTE-COUNT))
                       TO ROUTE-SVC(ROUTE-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ROUTE-FILE
           END-IF.

           *> ==== 載入姓名詞彙與稱呼語範本 (未提供時用內建) ====
           OPEN INPUT NAMEV-FILE.
           IF NAMEV-STATUS = "00"
             PERFORM UNTIL NAMEV-STATUS NOT = "00"
               READ NAMEV-FILE
                 AT END
                   MOVE "10" TO NAMEV-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(NAMEV-REC) NOT = SPACES
                      AND NAMEV-REC(1:1) NOT = "*"
                     PERFORM NM-VOCAB-ROW-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE NAMEV-FILE
           ELSE
             PERFORM NM-VOCAB-DEFAULT-PARA
           END-IF.
           OPEN INPUT SALU-FILE.
           IF SALU-STATUS = "00"
             PERFORM UNTIL SALU-STATUS NOT = "00"
               READ SALU-FILE
                 AT END
                   MOVE "10" TO SALU-STATUS
                 NOT AT END
                   IF SAL-COUNT < 100
                      AND FUNCTION TRIM(SALU-REC) NOT = SPACES
                      AND SALU-REC(1:1) NOT = "*"
                     ADD 1 TO SAL-COUNT
                     MOVE SPACES TO NM-VTOK(1) NM-VTOK(2)
                                    NM-VTOK(3) NM-VTOK(4)
                     UNSTRING SALU-REC DELIMITED BY ";"
                         INTO NM-VTOK(1) NM-VTOK(2)
                              NM-VTOK(3) NM-VTOK(4)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(NM-VTOK(1)))
                       TO SAL-KEY(SAL-COUNT)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(NM-VTOK(2)))
                       TO SAL-KIND(SAL-COUNT)
                     MOVE FUNCTION TRIM(NM-VTOK(3))
                       TO SAL-TEXT(SAL-COUNT)
                     MOVE FUNCTION TRIM(NM-VTOK(4))
                       TO SAL-ADDR(SAL-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SALU-FILE
           END-IF.
           *> 預設列 (*) 缺漏的類型補內建英文範本
           PERFORM NM-SALUT-DEFAULT-PARA.

           *> ==== 載入 UPU S10 號段與高水位 (S10Ranges.csv) ====
           *> 去識別化測試資料 (MASKED) 不耗用正式核發號段
           MOVE "35" TO S10-RNG-STATUS.
           IF CTL-RUN-MODE NOT = "MASKED"
             OPEN INPUT S10RNG-FILE
           END-IF.
           IF S10-RNG-STATUS = "00"
             PERFORM UNTIL S10-RNG-STATUS NOT = "00"
               READ S10RNG-FILE
                 AT END
                   MOVE "10" TO S10-RNG-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(S10RNG-REC) NOT = SPACES
                      AND S10RNG-REC(1:1) NOT = "*"
                      AND S10RNG-REC(1:8) NOT = "SERVICE;"
                     PERFORM S10-RANGE-ADD-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE S10RNG-FILE
           END-IF.
           *> 高水位以共用目錄為準；舊版寫在輸出目錄者一併讀入
           *> 取大者，首次保留時即併入共用檔
           IF S10-COUNT > 0
             MOVE SPACES TO CTL-S10-HW-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "S10_HighWater.dat" DELIMITED BY SIZE
               INTO CTL-S10-HW-PATH
             END-STRING
             PERFORM S10-HW-READ-PARA
             PERFORM S10-HW-MERGE-PARA
             MOVE SPACES TO CTL-S10-HW-PATH
             STRING
               FUNCTION TRIM(CTL-SHARED-DIR) DELIMITED BY SIZE
               "S10_HighWater.dat" DELIMITED BY SIZE
               INTO CTL-S10-HW-PATH
             END-STRING
             MOVE SPACES TO CTL-S10-LOCK-PATH
             STRING
               FUNCTION TRIM(CTL-SHARED-DIR) DELIMITED BY SIZE
               "S10_HighWater.lck" DELIMITED BY SIZE
               INTO CTL-S10-LOCK-PATH
             END-STRING
             PERFORM S10-HW-READ-PARA
             PERFORM S10-HW-MERGE-PARA
             MOVE "00" TO S10-HW-STATUS
           END-IF.

           *> ==== 載入郵資卡 (RateCard.csv) ====
           MOVE SPACES TO CTL-POSTAGE-PATH.
           STRING
             END-IF
           END-IF.

           *> ==== 載入受限對象名單與法遵裁決 (DeniedParties.csv) ====
           PERFORM DPS-LOAD-PARA.

           *> ==== 載入接觸頻率政策並開啟接觸歷史 (ContactPolicy.csv) ====
           PERFORM CTC-LOAD-PARA.

           *> ==== 開啟多戶建物登錄檔與缺室號清單 (UnitRegister.dat) ====
           PERFORM MU-LOAD-PARA.

           *> ==== 載入種子地址 (SeedAddresses.csv) ====
           PERFORM SEED-LOAD-PARA.

           *> ==== 載入跨境報關規則與內容物資料 (CN22/CN23) ====
           *> 規則檔不存在時不做報關檢核，行為同既往
           OPEN INPUT CUSRULE-FILE.
           IF CUS-RULE-STATUS = "00"
             PERFORM UNTIL CUS-RULE-STATUS NOT = "00"
               READ CUSRULE-FILE
                 AT END
                   MOVE "10" TO CUS-RULE-STATUS
                 NOT AT END
                   IF CUS-R-COUNT < 300
                      AND FUNCTION TRIM(CUSRULE-REC) NOT = SPACES
                      AND CUSRULE-REC(1:1) NOT = "*"
                      AND CUSRULE-REC(1:8) NOT = "COUNTRY;"
                     MOVE SPACES TO CUS-TOK(1) CUS-TOK(2) CUS-TOK(3)
                                    CUS-TOK(4)
                     UNSTRING CUSRULE-REC DELIMITED BY ";"
                         INTO CUS-TOK(1) CUS-TOK(2) CUS-TOK(3)
                              CUS-TOK(4)
                     ADD 1 TO CUS-R-COUNT
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(CUS-TOK(1)))
                       TO CUS-R-CTRY(CUS-R-COUNT)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(CUS-TOK(2)))
                       TO CUS-R-FORM(CUS-R-COUNT)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(CUS-TOK(3)))(1:1)
                       TO CUS-R-HSREQ(CUS-R-COUNT)
                     IF FUNCTION TRIM(CUS-TOK(4)) NOT = SPACES
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(CUS-TOK(4)))
                         TO CUS-R-LIMIT(CUS-R-COUNT)
                     ELSE
                       MOVE 0 TO CUS-R-LIMIT(CUS-R-COUNT)
                     END-IF
                     IF CUS-R-CTRY(CUS-R-COUNT) = "*"
                       MOVE CUS-R-COUNT TO CUS-R-DFLT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CUSRULE-FILE
           END-IF.

           IF CUS-R-COUNT > 0
             OPEN INPUT CUSCONT-FILE
             IF CUS-CONT-STATUS = "00"
               PERFORM UNTIL CUS-CONT-STATUS NOT = "00"
                 READ CUSCONT-FILE
                   AT END
                     MOVE "10" TO CUS-CONT-STATUS
                   NOT AT END
                     IF FUNCTION TRIM(CUSCONT-REC) NOT = SPACES
                        AND CUSCONT-REC(1:1) NOT = "*"
                        AND CUSCONT-REC(1:12) NOT = "CUSTOMER_ID;"
                       IF CUS-C-COUNT < 20000
                         MOVE SPACES TO CUS-TOK(1) CUS-TOK(2)
                           CUS-TOK(3) CUS-TOK(4) CUS-TOK(5)
                           CUS-TOK(6) CUS-TOK(7)
                         UNSTRING CUSCONT-REC DELIMITED BY ";"
                             INTO CUS-TOK(1) CUS-TOK(2) CUS-TOK(3)
                                  CUS-TOK(4) CUS-TOK(5) CUS-TOK(6)
                                  CUS-TOK(7)
                         ADD 1 TO CUS-C-COUNT
                         MOVE FUNCTION TRIM(CUS-TOK(1))
                           TO CUS-C-CUSTID(CUS-C-COUNT)
                         MOVE FUNCTION TRIM(CUS-TOK(2))
                           TO CUS-C-DESC(CUS-C-COUNT)
                         MOVE FUNCTION TRIM(CUS-TOK(3))
                           TO CUS-C-HS(CUS-C-COUNT)
                         MOVE FUNCTION TRIM(CUS-TOK(4))
                           TO CUS-C-QTY(CUS-C-COUNT)
                         MOVE FUNCTION TRIM(CUS-TOK(5))
                           TO CUS-C-VALUE(CUS-C-COUNT)
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CUS-TOK(6)))
                           TO CUS-C-CURR(CUS-C-COUNT)
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(CUS-TOK(7)))
                           TO CUS-C-ORIGIN(CUS-C-COUNT)
                       ELSE
                         MOVE "ADR0201W" TO RST-LAST-MSG
                         DISPLAY "ADR0201W "
                           "WARNING: CUSTOMS CONTENTS TABLE FULL - "
                           "ROWS AFTER 20000 IGNORED"
                         MOVE "10" TO CUS-CONT-STATUS
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSCONT-FILE
             END-IF

             MOVE SPACES TO CTL-CUSDECL-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Customs_Declaration.csv" DELIMITED BY SIZE
               INTO CTL-CUSDECL-PATH
             END-STRING
             IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
               OPEN EXTEND CUSDECL-FILE
             ELSE
               OPEN OUTPUT CUSDECL-FILE
               PERFORM CUS-HEADER-PARA
               MOVE CUS-TXT TO CUSDECL-REC
               WRITE CUSDECL-REC
             END-IF
           END-IF.

           *> ==== 載入來源系統優先權 policy (Survivorship.csv) ====
           MOVE SPACES TO CTL-CONFLICTS-PATH.
           STRING
             END-IF
           END-IF.

           *> ==== SWIFT MT 50F/59F 當事人地址檔與違規檔 ====
           MOVE SPACES TO CTL-MT-PATH CTL-MTV-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "SWIFT_MT_Party.csv" DELIMITED BY SIZE
             INTO CTL-MT-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "SWIFT_MT_Violations.csv" DELIMITED BY SIZE
             INTO CTL-MTV-PATH
           END-STRING.
           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND MT-PARTY-FILE
             OPEN EXTEND MT-VIO-FILE
           ELSE
             OPEN OUTPUT MT-PARTY-FILE
             MOVE "CUSTOMER_ID;LINE_1;LINE_2;LINE_3;LINE_4"
               TO MT-PARTY-REC
             WRITE MT-PARTY-REC
             OPEN OUTPUT MT-VIO-FILE
             MOVE "CUSTOMER_ID;LINE_GROUP;RULE" TO MT-VIO-REC
             WRITE MT-VIO-REC
           END-IF.

           *> ==== 預分揀收集檔 (每筆處理完的固定長度記錄) ====
           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND PRESORT-COLL-FILE
             MOVE "00" TO AGING-STATUS
           END-IF.

           *> ==== 開啟失敗資料工作佇列 (假名執行不動正式佇列) ====
           IF CTL-RUN-MODE NOT = "MASKED"
             PERFORM WQ-OPEN-PARA
           END-IF.

           *> ==== 資料倉儲抽取 (假名測試資料不得進倉儲) ====
           IF CTL-DWH-EXTRACT = "Y" AND CTL-RUN-MODE NOT = "MASKED"
             PERFORM DWH-OPEN-PARA
           END-IF.

           *> ==== 開啟生效日地址歷史 (跨批次附加，不重置) ====
           OPEN EXTEND HIST-FILE.
           IF HIST-STATUS NOT = "00"
             WRITE HIST-REC
           END-IF.

           *> ==== 主檔大量異動防護：各來源異動比例上限 ====
           PERFORM MCG-LOAD-PARA.

           *> ==== 開啟地址主檔，供搬家戶偵測逐筆鍵值比對 ====
           *> 檔案不存在 (狀態 35) 時視為首次執行，先建立空檔
           OPEN I-O ADDR-MASTER-FILE.
             OPEN I-O ADDR-MASTER-FILE
           END-IF.
           IF ADDR-MST-STATUS NOT = "00"
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: COULD NOT OPEN ADDRESS MASTER "
               FUNCTION TRIM(CTL-ADDR-MST-PATH)
               " (STATUS " ADDR-MST-STATUS ")"
             MOVE "N" TO MCG-ACTIVE
           ELSE
             *> 主檔平衡控制：期初筆數 (DELTA 輸入另列模式)
             IF CTL-IN-FORMAT = "DELTA"
               MOVE "DELTA" TO MBL-MODE
             ELSE
               MOVE CTL-RUN-MODE TO MBL-MODE
             END-IF
             *> 期初清點順帶累計各來源既有客戶數 (防護分母)
             MOVE MCG-ACTIVE TO MCG-TALLY
             PERFORM MBL-BEGIN-PARA
             MOVE "N" TO MCG-TALLY
             *> 檢查點續跑：前次已暫存的更新保留並重新累計
             IF MCG-ACTIVE = "Y"
               IF CKPT-RESTART-FLAG = "Y"
                 PERFORM MCG-RECOUNT-PARA
                 OPEN EXTEND MCG-WRK-FILE
                 IF MCG-WRK-STATUS NOT = "00"
                   OPEN OUTPUT MCG-WRK-FILE
                 END-IF
               ELSE
                 OPEN OUTPUT MCG-WRK-FILE
               END-IF
             END-IF
             *> 逐字地址覆寫依主檔判讀 (MASKED 測試資料不套用
             *> 主檔上的真實地址行)
             IF CTL-RUN-MODE NOT = "MASKED"
               MOVE "Y" TO OVR-ACTIVE
             END-IF
           END-IF.

           *> ==== 開啟 CUSTOMER_ID 代號保管庫 (交付夥伴檔案用) ====
           *> MASKED 測試資料的假名不得寫入正式保管庫；保管庫
           *> 不可用時不得改以真實 ID 交付，拒絕執行
           IF CTL-TOKENIZE = "Y" AND CTL-RUN-MODE NOT = "MASKED"
             MOVE "Y" TO TKN-ACTIVE
             MOVE "OPEN" TO TKN-OP
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
             IF TKN-RESULT NOT = "Y"
               MOVE "ADR0101E" TO RST-LAST-MSG
               DISPLAY "ADR0101E RUN REFUSED: TOKEN VAULT NOT "
                 "AVAILABLE - PARTNER FILES WOULD CARRY REAL IDS"
               PERFORM LOCK-RELEASE-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           *> ==== 載入參照資料授權登錄 (RefDataRegister.csv) ====
           PERFORM RDR-LOAD-PARA.

           *> ==== 開啟全國地址檔索引 (不存在時比對等級留空) ====
           OPEN INPUT REFADDR-FILE.
           IF REFA-STATUS = "00"
             MOVE "Y" TO REFA-ENABLED
             *> 參照資料日期 (REFADDR-LOAD 寫入之 #REFDATE 記錄)
             MOVE "#REFDATE" TO REFA-KEY
             READ REFADDR-FILE
               INVALID KEY
                 MOVE SPACES TO CERT-REF-DATE
               NOT INVALID KEY
                 COMPUTE CERT-REF-NUM = REFA-LOW * 10000 + REFA-HIGH
                 MOVE CERT-REF-NUM TO CERT-REF-DATE
             END-READ
             *> 授權到期日 (#LICEXP 記錄)；已過期者不得比對
             MOVE "#LICEXP" TO REFA-KEY
             READ REFADDR-FILE
               INVALID KEY
                 MOVE SPACES TO RDR-LIC-EXP
               NOT INVALID KEY
                 COMPUTE RDR-LIC-NUM = REFA-LOW * 10000 + REFA-HIGH
                 MOVE RDR-LIC-NUM TO RDR-LIC-EXP
             END-READ
             MOVE FUNCTION CURRENT-DATE(1:8) TO RDR-TODAY
             IF RDR-LIC-EXP NOT = SPACES
                AND RDR-LIC-EXP < RDR-TODAY
               MOVE "ADR0219W" TO RST-LAST-MSG
               DISPLAY "ADR0219W NATIONAL ADDRESS FILE LICENCE EXPIRED "
                 RDR-LIC-EXP " - MATCH GRADING SKIPPED (RC=4)"
               CLOSE REFADDR-FILE
               MOVE "N" TO REFA-ENABLED
               MOVE "Y" TO RDR-LIC-WARNED
             END-IF
           END-IF.

           OPEN OUTPUT MOVERS-FILE.
           MOVE "CUSTOMER_ID;OLD_ADDRESS;NEW_ADDRESS" TO MOVERS-REC.
           WRITE MOVERS-REC.
           PERFORM VARYING HRU-I FROM 1 BY 1 UNTIL HRU-I > 6
             MOVE 0 TO HRU-CNT(HRU-I)
           END-PERFORM.
           OPEN OUTPUT HRU-FILE.
           PERFORM HRU-HEADER-PARA.
           IF CTL-RUN-MODE NOT = "MASKED"
             PERFORM NTC-OPEN-PARA
             PERFORM TAX-OPEN-PARA
           END-IF.

           *> ==== 檔案匯入，每次讀取一行到 IN-FILE-REC ====
           *> PRIORITY-LANE=Y 時讀檔兩趟：第 1 趟急件、第 2 趟一般件
           PERFORM INPUT-PASS-PARA
             VARYING PASS-NO FROM 1 BY 1
             UNTIL PASS-NO > PASS-LIMIT.
           *> 種子地址另趟讀入 (插入本批各業務單位的郵寄輸出)
           IF SEED-LOADED = "Y"
             PERFORM SEED-PASS-PARA
           END-IF.
           MOVE 2 TO PH-IDX.
           PERFORM PH-END-PARA.
           GO TO INPUT-PASSES-DONE.
                               IF-DATA(7)
              END-IF

              ADD 1 TO RECNO

      *******************************************************
      *> 結構檢核：無法解析的輸入列改送 Reject_Data.csv (附行號
      *> 與原文)；Fail_Data.csv 僅保留可解析但驗證失敗的資料列
      *******************************************************
              IF CTL-REFEED-FLAG NOT = "Y"
                 AND CTL-IN-FORMAT NOT = "CBPRPLUS"
                 AND CTL-IN-FORMAT NOT = "FIXED"
                 AND CTL-IN-FORMAT NOT = "ISO20022"
                MOVE SPACES TO REJ-REASON
                IF CTL-IN-DIALECT = "COMMA"
                   AND CTL-IN-FORMAT NOT = "DELTA"
                  *> 逗號檔：以拆分器實際數出的欄位數檢核
                  IF RFC-FIELD-CNT < 3 OR RFC-FIELD-CNT > 7
                    MOVE "WRONG COLUMN COUNT" TO REJ-REASON
                  END-IF
                ELSE
                MOVE 0 TO REJ-SEMI-COUNT
                INSPECT IN-FILE-REC TALLYING REJ-SEMI-COUNT
                  FOR ALL ";"
                IF REJ-SEMI-COUNT = 0
                  MOVE "NO FIELD SEPARATORS" TO REJ-REASON
                ELSE
                  IF CTL-IN-FORMAT = "DELTA"
                    *> 異動檔：代碼+5-7 欄 (急件旗標第 7 欄、
                    *> 收件人姓名第 8 欄，皆選填)
                    IF REJ-SEMI-COUNT < 3 OR REJ-SEMI-COUNT > 7
                      MOVE "WRONG COLUMN COUNT" TO REJ-REASON
                    END-IF
                  ELSE
                    *> 標準檔：3-7 欄 (急件旗標第 6 欄、收件人
                    *> 姓名第 7 欄，皆選填)
                    IF REJ-SEMI-COUNT < 2 OR REJ-SEMI-COUNT > 6
                      MOVE "WRONG COLUMN COUNT" TO REJ-REASON
                    END-IF
                  END-IF
                END-IF
                END-IF
                IF REJ-REASON = SPACES AND IF-DATA(1) = SPACES
                  MOVE "EMPTY CUSTOMER_ID" TO REJ-REASON
                END-IF

                IF REJ-REASON NOT = SPACES
                  ADD 1 TO REJECT-COUNT
                  COMPUTE REJ-LINE-FMT = RECNO + 1
                  MOVE SPACES TO REJ-TXT
                  STRING
                    FUNCTION TRIM(REJ-LINE-FMT) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(IN-FILE-REC) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(REJ-REASON) DELIMITED BY SIZE
                    INTO REJ-TXT
                  END-STRING
                  MOVE REJ-TXT TO REJECT-REC
                  WRITE REJECT-REC
                  IF DWH-ACTIVE = "Y"
                    MOVE "REJECTED" TO DWH-OUTCOME
                    MOVE "N" TO DWH-PARSED
                    PERFORM DWH-FACT-PARA
                  END-IF
                  EXIT PERFORM CYCLE
                END-IF
              END-IF

      *******************************************************
      *> 指定客戶篩選 (SELECT-LIST)：清單外的輸入列逕行略過
      *******************************************************
              IF SEL-COUNT > 0
                MOVE 0 TO SEL-FOUND
                MOVE FUNCTION TRIM(IF-DATA(1)) TO SELX-CUSTID
                READ SEL-IDX-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 1 TO SEL-FOUND
                    MOVE "Y" TO SELX-HIT
                    REWRITE SELX-REC
                      INVALID KEY
                        CONTINUE
                    END-REWRITE
                END-READ
                IF SEL-FOUND = 0
                  ADD 1 TO SEL-SKIP-COUNT
                  EXIT PERFORM CYCLE
                END-IF
              END-IF

      *******************************************************
      *> 未變更跳過快速通道：原始輸入列雜湊與主檔存值相同者
      *> 僅刷新最後確認日，跳過解析/附掛/郵寄輸出 (全量日檔
      *> 夜夜重送未變更記錄的來源系統專用)
      *******************************************************
              MOVE 0 TO SKIP-HASH
              IF CTL-SKIP-UNCH = "Y"
                 AND CTL-REFEED-FLAG NOT = "Y"
                 AND CTL-IN-FORMAT NOT = "DELTA"
                 AND CTL-RUN-MODE NOT = "MASKED"
                MOVE LENGTH OF FUNCTION TRIM(IN-FILE-REC)
                  TO SKIP-LEN
                PERFORM VARYING SKIP-K FROM 1 BY 1
                          UNTIL SKIP-K > SKIP-LEN
                  COMPUTE SKIP-HASH = FUNCTION MOD(
                    SKIP-HASH * 31
                    + FUNCTION ORD(IN-FILE-REC(SKIP-K:1)),
                    999999999999)
                END-PERFORM
                MOVE "N" TO SKIP-HIT
                MOVE FUNCTION TRIM(IF-DATA(1)) TO ADDR-MST-CUSTID
                READ ADDR-MASTER-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF ADDR-MST-LINE-HASH NUMERIC
                       AND ADDR-MST-LINE-HASH = SKIP-HASH
                       AND SKIP-HASH NOT = 0
                      MOVE "Y" TO SKIP-HIT
                      MOVE EMB-RUN-DATE TO ADDR-MST-CONFIRMED
                      REWRITE ADDR-MST-REC
                        INVALID KEY
                          ADD 1 TO MBL-FAILED
                        NOT INVALID KEY
                          ADD 1 TO MBL-SKIPPED
                      END-REWRITE
                    END-IF
                END-READ
                IF SKIP-HIT = "Y"
                  ADD 1 TO SKIP-UNCH-CNT
                  IF DWH-ACTIVE = "Y"
                    MOVE "UNCHANGED" TO DWH-OUTCOME
                    MOVE "N" TO DWH-PARSED
                    PERFORM DWH-FACT-PARA
                  END-IF
                  EXIT PERFORM CYCLE
                END-IF
              END-IF

      *******************************************************
      *> 羅馬化遞補：英文地址行空白時，依置換對照表自原文
      *> 推導羅馬化行，並於警示檔標記 MACHINE-ROMANIZED
      *> 供人工覆核排序優先處理
      *******************************************************
              MOVE "N" TO TRANSLIT-FLAG
              IF TRL-COUNT > 0
                 AND FUNCTION TRIM(IF-DATA(3)) = SPACES
                 AND FUNCTION TRIM(IF-DATA(2)) NOT = SPACES
                 AND CTL-IN-FORMAT NOT = "CBPRPLUS"
                MOVE IF-DATA(2) TO TRL-IN
                PERFORM TRANSLIT-PARA
                MOVE TRL-IN TO IF-DATA(3)
                MOVE "Y" TO TRANSLIT-FLAG
              END-IF

      *******************************************************
      *> 測試資料去識別化 (RUN-MODE=MASKED)：輸出整套檔案但
      *> 不含正式環境個資
      *******************************************************
              IF CTL-RUN-MODE = "MASKED"
                PERFORM MASK-RECORD-PARA
              END-IF

              ADD 1 TO DATA-COUNT

              *> 急件件數：僅計通過結構檢核、實際處理的急件
              IF PASS-LIMIT > 1 AND PASS-NO = 1
                ADD 1 TO PRIO-COUNT
              END-IF

      *******************************************************
      *> DELTA 模式：先與地址主檔比對異動代碼的合法性，
      *> 合法之 D (刪除) 直接自主檔剔除後即處理下一筆；
      *> 不合法者保留錯誤訊息，於驗證階段併入 Fail_Data
      *******************************************************
              MOVE SPACES TO DELTA-ERR-TXT DELTA-ERR-CODE
              IF CTL-IN-FORMAT = "DELTA"
                MOVE "N" TO ADDR-MST-FOUND
                MOVE FUNCTION TRIM(IF-DATA(1)) TO ADDR-MST-CUSTID
                READ ADDR-MASTER-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE "Y" TO ADDR-MST-FOUND
                END-READ
                EVALUATE TRUE
                  WHEN DELTA-ACTION = "A" AND ADDR-MST-FOUND = "Y"
                    MOVE "ADD REJECTED - CUSTOMER ALREADY ON MASTER"
                      TO DELTA-ERR-TXT
                    MOVE "301" TO DELTA-ERR-CODE
                  WHEN DELTA-ACTION = "A"
                    ADD 1 TO DELTA-ADD-COUNT
                  WHEN DELTA-ACTION = "U" AND ADDR-MST-FOUND = "N"
                    MOVE "UPDATE REJECTED - CUSTOMER NOT ON MASTER"
                      TO DELTA-ERR-TXT
                    MOVE "302" TO DELTA-ERR-CODE
                  WHEN DELTA-ACTION = "U"
                    ADD 1 TO DELTA-UPD-COUNT
                  WHEN DELTA-ACTION = "D" AND ADDR-MST-FOUND = "N"
                    MOVE "DELETE REJECTED - CUSTOMER NOT ON MASTER"
                      TO DELTA-ERR-TXT
                    MOVE "303" TO DELTA-ERR-CODE
                  WHEN DELTA-ACTION = "D"
                    DELETE ADDR-MASTER-FILE
                      INVALID KEY
                        ADD 1 TO MBL-FAILED
                        MOVE "ADR0201W" TO RST-LAST-MSG
                        DISPLAY "ADR0201W "
                          "WARNING: ADDRESS MASTER DELETE "
                          "FAILED FOR " FUNCTION TRIM(IF-DATA(1))
                      NOT INVALID KEY
                        ADD 1 TO MBL-DELETED
                        *> 訂閱者異動遞送：刪除事件 (地址欄留空)
                        IF CTL-RUN-MODE NOT = "MASKED"
                          MOVE "DELETE" TO CF-EVT
                          MOVE FUNCTION TRIM(IF-DATA(1)) TO CF-CUST
                          MOVE SPACES TO CF-ADDR
                          PERFORM CF-EVENT-PARA
                        END-IF
                    END-DELETE
                    ADD 1 TO DELTA-DEL-COUNT
                    IF DWH-ACTIVE = "Y"
                      MOVE "DELETED" TO DWH-OUTCOME
                      MOVE "N" TO DWH-PARSED
                      PERFORM DWH-FACT-PARA
                    END-IF
                    EXIT PERFORM CYCLE
                  WHEN DELTA-ACTION = "S" AND ADDR-MST-FOUND = "N"
                    MOVE "SEASONAL UPDATE REJECTED - CUSTOMER NOT " &
                      "ON MASTER" TO DELTA-ERR-TXT
                    MOVE "305" TO DELTA-ERR-CODE
                  WHEN DELTA-ACTION = "S"
                    *> 季節性替代地址申報：
                    *> S;CUSTOMER_ID;替代地址;生效MMDD;失效MMDD
                    MOVE FUNCTION TRIM(IF-DATA(2))
                      TO ADDR-MST-ALT-ADDR
                    MOVE FUNCTION TRIM(IF-DATA(3))
                      TO ADDR-MST-ALT-FROM
                    MOVE FUNCTION TRIM(IF-DATA(4))
                      TO ADDR-MST-ALT-TO
                    REWRITE ADDR-MST-REC
                      INVALID KEY
                        ADD 1 TO MBL-FAILED
                        MOVE "ADR0201W" TO RST-LAST-MSG
                        DISPLAY "ADR0201W "
                          "WARNING: SEASONAL UPDATE FAILED "
                          "FOR " FUNCTION TRIM(IF-DATA(1))
                      NOT INVALID KEY
                        ADD 1 TO MBL-SEASONAL
                    END-REWRITE
                    ADD 1 TO DELTA-SEAS-COUNT
                    IF DWH-ACTIVE = "Y"
                      MOVE "SEASONAL" TO DWH-OUTCOME
                      MOVE "N" TO DWH-PARSED
                      PERFORM DWH-FACT-PARA
                    END-IF
                    EXIT PERFORM CYCLE
                  WHEN OTHER
                    MOVE "INVALID DELTA ACTION CODE"
                      TO DELTA-ERR-TXT
                    MOVE "304" TO DELTA-ERR-CODE
                END-EVALUATE
              END-IF

      *******************************************************
      *> 禁止寄送名單分流：名單上的客戶寫入 Suppressed.csv 後
      *> 即處理下一筆，不進入任何郵寄輸出檔
      *******************************************************
              IF SUP-COUNT > 0
                MOVE 0 TO SUP-FOUND
                MOVE FUNCTION TRIM(IF-DATA(1)) TO SUPX-CUSTID
                READ SUP-IDX-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 1 TO SUP-FOUND
                END-READ
                IF SUP-FOUND > 0
                  ADD 1 TO SUP-HIT-COUNT
                  MOVE SPACES TO SUP-TXT
                  STRING
                    FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(SUPX-REASON) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
                    INTO SUP-TXT
                  END-STRING
                  MOVE SUP-TXT TO SUPPRESSED-REC
                  WRITE SUPPRESSED-REC
                  IF DWH-ACTIVE = "Y"
                    MOVE "SUPPRESSED" TO DWH-OUTCOME
                    MOVE "N" TO DWH-PARSED
                    PERFORM DWH-FACT-PARA
                  END-IF
                  EXIT PERFORM CYCLE
                END-IF
              END-IF

      *******************************************************
      *> 無法投遞名單比對：命中者記住索引，於地址異動偵測後
      *> 決定解除或自郵寄輸出抑制
      *******************************************************
              MOVE 0 TO UNDEL-HIT
              IF UND-COUNT > 0
                MOVE FUNCTION TRIM(IF-DATA(1)) TO UNDX-CUSTID
                READ UND-IDX-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF UNDX-CLEARED = "N"
                      MOVE 1 TO UNDEL-HIT
                      MOVE FUNCTION TRIM(IF-DATA(4))
                        TO UNDX-SOURCE
                      REWRITE UNDX-REC
                        INVALID KEY
                          CONTINUE
                      END-REWRITE
                    END-IF
                END-READ
              END-IF

              *> 每 CKPT-INTERVAL 筆記錄留下一次檢查點
              *> (急件快速通道為兩趟讀檔，續跑語意不成立，不留檢查點；
              *> 種子件另趟讀入亦不留)
              IF FUNCTION MOD(DATA-COUNT, CKPT-INTERVAL) = 0
                 AND CTL-PRIO-LANE NOT = "Y"
                 AND CTL-RUN-MODE NOT = "MASKED"
                 AND SEED-ACTIVE = "N"
                MOVE SPACES TO CKPT-REC
                STRING
                  RECNO                        DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  FUNCTION TRIM(IF-DATA(1))    DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  DATA-COUNT                   DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  ERROR-COUNT                  DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-CSV-COUNT                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-CSV-BYTES                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-CSV-HASH                 DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-FB-COUNT                 DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-FB-BYTES                 DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-FB-HASH                  DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-UPU-COUNT                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-UPU-BYTES                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-UPU-HASH                 DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-FAIL-COUNT               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-FAIL-BYTES               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  HSK-FAIL-HASH                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  REJECT-COUNT                 DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  SEL-SKIP-COUNT               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  PCMP-TOTAL                   DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  PCMP-AGREE                   DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  SKIP-UNCH-CNT                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  CF-SEQ                       DELIMITED BY SIZE
                  INTO CKPT-REC
                END-STRING
                OPEN OUTPUT CHECKPOINT-FILE
                MOVE CKPT-REC TO CKPT-FILE-REC
                WRITE CKPT-FILE-REC
                CLOSE CHECKPOINT-FILE
              END-IF

              *> 大檔分批處理：每達 CTL-CHUNK-SIZE 筆記錄即結束目前的
              *> 輸出檔並另起一個新檔號 (Address_Split_2.csv 等)，
              *> 使每個區塊皆為獨立、可各自搬運/合併的輸出檔；
              *> 週期與 CKPT-INTERVAL 各自獨立設定
              *> (CHUNK-SIZE=0 表示不分批，維持單一輸出檔的既有行為)
              *> 判斷式用 DATA-COUNT - 1，讓分批動作在「即將處理下一
              *> 批次的第一筆」時才切檔，本筆（第 CTL-CHUNK-SIZE 筆）
              *> 仍完整寫入目前開啟的檔案，不會被切到下一個檔號
              IF CTL-CHUNK-SIZE > 0
                 AND DATA-COUNT > 1
                 AND FUNCTION MOD(DATA-COUNT - 1, CTL-CHUNK-SIZE) = 0
                ADD 1 TO CHUNK-INDEX
                MOVE CHUNK-INDEX TO CHUNK-FMT

                IF CTL-OUT-FMT NOT = "TXT"
                  CLOSE OUT-FILE-CSV
                  CLOSE ERROR-FILE-CSV

                  MOVE SPACES TO CTL-OUT-CSV-PATH
                  STRING
                    FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                    "Address_Split_" DELIMITED BY SIZE
                    FUNCTION TRIM(CHUNK-FMT) DELIMITED BY SIZE
                    ".csv" DELIMITED BY SIZE
                    INTO CTL-OUT-CSV-PATH
                  END-STRING
                  MOVE SPACES TO CTL-ERR-CSV-PATH
                  STRING
                    FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                    "Fail_Data_" DELIMITED BY SIZE
                    FUNCTION TRIM(CHUNK-FMT) DELIMITED BY SIZE
                    ".csv" DELIMITED BY SIZE
                    INTO CTL-ERR-CSV-PATH
                  END-STRING

                  OPEN OUTPUT OUT-FILE-CSV
                  MOVE TMP-REC-TOTAL(1:
                         LENGTH OF FUNCTION TRIM(TMP-REC-TOTAL) - 1)
                    TO OUT-FILE-REC-CSV
                  WRITE OUT-FILE-REC-CSV

                  OPEN OUTPUT ERROR-FILE-CSV
                  MOVE TMP-REC-ERROR(1:
                         LENGTH OF FUNCTION TRIM(TMP-REC-ERROR) - 1)
                    TO ERROR-REC-CSV
                  WRITE ERROR-REC-CSV
                END-IF

                IF CTL-OUT-FMT NOT = "CSV"
                  CLOSE OUT-FILE
                  CLOSE ERROR-FILE

                  MOVE SPACES TO CTL-OUT-TXT-PATH
                  STRING
                    FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                    "Address_Split_" DELIMITED BY SIZE
                    FUNCTION TRIM(CHUNK-FMT) DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO CTL-OUT-TXT-PATH
                  END-STRING
                  MOVE SPACES TO CTL-ERR-TXT-PATH
                  STRING
                    FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                    "Fail_Data_" DELIMITED BY SIZE
                    FUNCTION TRIM(CHUNK-FMT) DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO CTL-ERR-TXT-PATH
                  END-STRING

                  OPEN OUTPUT OUT-FILE
                  MOVE TMP-REC-TXT TO OUT-FILE-REC
                  WRITE OUT-FILE-REC
                  MOVE DIVIDING-LINE TO OUT-FILE-REC
                  WRITE OUT-FILE-REC

                  OPEN OUTPUT ERROR-FILE
                  MOVE TMP-REC-TXT-ERROR TO ERROR-REC
                  WRITE ERROR-REC
                  MOVE DIVIDING-LINE-ERROR TO ERROR-REC
                  WRITE ERROR-REC
                END-IF
              END-IF

              *> 每 PROGRESS-INTERVAL 筆記錄顯示一次進度/預估剩餘時間
              IF RECON-LINE-COUNT > 0
                 AND SEED-ACTIVE = "N"
                 AND FUNCTION MOD(DATA-COUNT, PROGRESS-INTERVAL) = 0
                ACCEPT WS-CURR-TIME FROM TIME
                COMPUTE WS-CURR-SEC-TOTAL =
                  WS-CURR-HH * 3600 + WS-CURR-MM * 60 + WS-CURR-SS
                IF WS-CURR-SEC-TOTAL >= WS-START-SEC-TOTAL
                  COMPUTE WS-ELAPSED-SEC =
                    WS-CURR-SEC-TOTAL - WS-START-SEC-TOTAL
                ELSE
                  *> 跨午夜，簡化處理：以 0 秒起算，不影響最終結果
                  MOVE 0 TO WS-ELAPSED-SEC
                END-IF

                COMPUTE WS-PCT-DONE =
                  DATA-COUNT * 100 / RECON-LINE-COUNT

                IF DATA-COUNT > 0
                  COMPUTE WS-EST-REMAIN-SEC =
                    WS-ELAPSED-SEC * (RECON-LINE-COUNT - DATA-COUNT)
                      / DATA-COUNT
                ELSE
                  MOVE 0 TO WS-EST-REMAIN-SEC
                END-IF

                COMPUTE WS-ETA-HH = WS-EST-REMAIN-SEC / 3600
                COMPUTE WS-ETA-MM =
                  FUNCTION MOD(WS-EST-REMAIN-SEC, 3600) / 60
                COMPUTE WS-ETA-SS = FUNCTION MOD(WS-EST-REMAIN-SEC, 60)

                MOVE "ADR0001I" TO RST-LAST-MSG
                DISPLAY "ADR0001I "
                  "PROGRESS: " DATA-COUNT " / " RECON-LINE-COUNT
                   " (" WS-PCT-DONE "%)  ETA "
                   WS-ETA-HH "H" WS-ETA-MM "M" WS-ETA-SS "S"
              END-IF

              *> 執行狀態心跳 (供監看台)
              PERFORM RST-BEAT-PARA

              DISPLAY "============== NO." DATA-COUNT  " =============="
              DISPLAY "DATA-ORIG: "FUNCTION TRIM(IF-DATA(2))
              DISPLAY "DATA-EN  : "FUNCTION TRIM(IF-DATA(3))

              MOVE IF-DATA(1) TO DTLS-LF(20)
              MOVE IF-DATA(2) TO DTLS-LF(21)
              MOVE IF-DATA(3) TO DTLS-LF(22)
              MOVE IF-DATA(4) TO DTLS-LF(24)
              MOVE IF-DATA(5) TO DTLS-LF(26)
              MOVE IF-DATA(7) TO DTLS-LF(30)


      *******************************************************
      *> 分割處理
      *******************************************************
               MOVE DTLS-LF(22) TO BEFORE-DATA
               MOVE DTLS-LF(22) TO ORIGIN-DATA

             *> 將 INPUT-DATA 的內容 FORMATTER
             *> PARSE-MODE=LEGACY 時改用舊式 SPLIT-ADDRESS-FIELDS
             *> 欄位分類器，取代 FORMATTER-ADDRESS
               MOVE SPACES TO STATE-MATCH-SRC
               MOVE SPACES TO WARNING-MSG
               MOVE SPACES TO ERROR-CODES WARNING-CODES
               MOVE SPACES TO DTLS-LF(31) DTLS-LF(32)
               MOVE 0 TO DWH-POSTAGE
               IF CTL-TRACE-CUSTID NOT = SPACES
                  AND FUNCTION TRIM(IF-DATA(1)) =
                      FUNCTION TRIM(CTL-TRACE-CUSTID)
                 MOVE "Y" TO TRACE-FLAG
               ELSE
                 MOVE "N" TO TRACE-FLAG
               END-IF

             *> 逐字地址覆寫：主檔設有覆寫 (旗標 Y) 且來源地址未
             *> 異動的客戶不送解析，改用主檔上逐字保存的地址行；
             *> 來源送來不同地址時暫停覆寫、列入覆核清單，本筆
             *> 照常解析
               MOVE "N" TO OVR-APPLIED
               IF OVR-ACTIVE = "Y"
                 PERFORM OVR-CHECK-PARA
               END-IF
               IF OVR-APPLIED = "Y"
                 PERFORM OVR-APPLY-PARA
               ELSE
               IF CTL-PARSE-MODE = "LEGACY"
                 PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 19
                   MOVE SPACES TO DTLS-LF(IDX)
                 END-PERFORM
                 MOVE SPACES TO DTLS-LF(23)
                 MOVE SPACES TO DTLS-LF(25)
                 MOVE SPACES TO DTLS-LF(27)
                 MOVE SPACES TO DTLS-LF(28)
                 MOVE "R" TO DTLS-LF(29)
                 PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 18
                   MOVE SPACES TO SAF-DTLS(IDX)
                 END-PERFORM
                 MOVE DTLS-LF(22) TO SAF-NMADR
                 CALL 'SPLIT-ADDRESS-FIELDS' USING LS-SAF
                 PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 18
                   MOVE SAF-DTLS(IDX) TO DTLS-LF(IDX)
                 END-PERFORM
                 *> 舊式分類器不重組地址，AFTER-DATA 沿用原文
                 MOVE DTLS-LF(22) TO DTLS-LF(23)

      *******************************************************
      *> LEGACY 模式基本驗證 (必填欄位/長度門檻/特殊字元)
      *******************************************************
                 MOVE "PLEASE ENTER" TO LEGACY-ERR-TEMP
                 MOVE SPACES TO LEGACY-COMMA-FLAG
                 MOVE "N" TO LEGACY-ERR-FLAG

                 MOVE 35  TO LEGACY-MAXLEN(1)   *> ZIP
                 MOVE 35  TO LEGACY-MAXLEN(2)   *> COUNTRY
                 MOVE 100 TO LEGACY-MAXLEN(3)   *> CITY
                 MOVE 100 TO LEGACY-MAXLEN(4)   *> DISTRICT
                 MOVE 50  TO LEGACY-MAXLEN(5)   *> STREET
                 MOVE 35  TO LEGACY-MAXLEN(6)   *> SEC
                 MOVE 50  TO LEGACY-MAXLEN(7)   *> LANE
                 MOVE 35  TO LEGACY-MAXLEN(8)   *> ALLEY
                 MOVE 35  TO LEGACY-MAXLEN(9)   *> M-NO
                 MOVE 35  TO LEGACY-MAXLEN(10)  *> S-NO
                 MOVE 35  TO LEGACY-MAXLEN(11)  *> M-FLOOR
                 MOVE 35  TO LEGACY-MAXLEN(12)  *> S-FLOOR
                 MOVE 35  TO LEGACY-MAXLEN(13)  *> ROOM
                 MOVE 35  TO LEGACY-MAXLEN(14)  *> BUILDING
                 MOVE 35  TO LEGACY-MAXLEN(15)  *> VILLAGE
                 MOVE 35  TO LEGACY-MAXLEN(16)  *> PROVINCE
                 MOVE 10  TO LEGACY-MAXLEN(17)  *> STATE
                 MOVE 35  TO LEGACY-MAXLEN(18)  *> OTHER

                 *> ZIP 為空值
                 IF DTLS-LF(1) = SPACES
                   STRING
                     FUNCTION TRIM(LEGACY-ERR-TEMP) DELIMITED BY SIZE
                     LEGACY-COMMA-FLAG DELIMITED BY SPACES
                     " POSTAL CODE" DELIMITED BY SIZE
                     INTO LEGACY-ERR-TEMP
                   END-STRING
                   MOVE "Y" TO LEGACY-ERR-FLAG
                   MOVE "001" TO EC-WORK
                   PERFORM ERR-CODE-ADD-PARA
                   MOVE "," TO LEGACY-COMMA-FLAG
                 END-IF

                 *> CITY 為空值 且 STATE 亦為空值
                 IF DTLS-LF(3) = SPACES AND DTLS-LF(17) = SPACES
                   STRING
                     FUNCTION TRIM(LEGACY-ERR-TEMP) DELIMITED BY SIZE
                     LEGACY-COMMA-FLAG DELIMITED BY SPACES
                     " CITY OR PROVINCE" DELIMITED BY SIZE
                     INTO LEGACY-ERR-TEMP
                   END-STRING
                   MOVE "Y" TO LEGACY-ERR-FLAG
                   MOVE "004" TO EC-WORK
                   PERFORM ERR-CODE-ADD-PARA
                   MOVE "," TO LEGACY-COMMA-FLAG
                 END-IF

                 *> STREET 為空值
                 IF DTLS-LF(5) = SPACES
                   STRING
                     FUNCTION TRIM(LEGACY-ERR-TEMP) DELIMITED BY SIZE
                     LEGACY-COMMA-FLAG DELIMITED BY SPACES
                     " STREET" DELIMITED BY SIZE
                     INTO LEGACY-ERR-TEMP
                   END-STRING
                   MOVE "Y" TO LEGACY-ERR-FLAG
                   MOVE "006" TO EC-WORK
                   PERFORM ERR-CODE-ADD-PARA
                   MOVE "," TO LEGACY-COMMA-FLAG
                 END-IF

                 *> 欄位字數 > 門檻(LEGACY-MAXLEN) -> ERROR
                 PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 18
                   IF LENGTH OF FUNCTION TRIM(DTLS-LF(IDX)) >
                      LEGACY-MAXLEN(IDX)
                     STRING
                       FUNCTION TRIM(LEGACY-ERR-TEMP) DELIMITED BY SIZE
                       LEGACY-COMMA-FLAG DELIMITED BY SPACES
                       " ADDRESS DATA IS TOO LONG" DELIMITED BY SIZE
                       INTO LEGACY-ERR-TEMP
                     END-STRING
                     MOVE "Y" TO LEGACY-ERR-FLAG
                     MOVE "008" TO EC-WORK
                     PERFORM ERR-CODE-ADD-PARA
                     MOVE "," TO LEGACY-COMMA-FLAG
                     EXIT PERFORM
                   END-IF
                 END-PERFORM

                 *> 原文含控制字元 -> ERROR
                 PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX >
                             LENGTH OF FUNCTION TRIM(ORIGIN-DATA)
                   MOVE ORIGIN-DATA(IDX:1) TO LEGACY-CH
                   COMPUTE LEGACY-CODE = FUNCTION ORD(LEGACY-CH)
                   IF LEGACY-CODE < 32
                     STRING
                       FUNCTION TRIM(LEGACY-ERR-TEMP) DELIMITED BY SIZE
                       LEGACY-COMMA-FLAG DELIMITED BY SPACES
                       " CONTAINS INVALID CHARACTERS" DELIMITED BY SIZE
                       INTO LEGACY-ERR-TEMP
                     END-STRING
                     MOVE "Y" TO LEGACY-ERR-FLAG
                     MOVE "009" TO EC-WORK
                     PERFORM ERR-CODE-ADD-PARA
                     MOVE "," TO LEGACY-COMMA-FLAG
                     EXIT PERFORM
                   END-IF
                 END-PERFORM

                 IF LEGACY-ERR-FLAG = "Y"
                   MOVE LEGACY-ERR-TEMP TO DTLS-LF(19)
                 END-IF
               ELSE
                 CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER
               END-IF
               END-IF

      *******************************************************
      *> 分類器比對 (PARSE-MODE=COMPARE)：同筆記錄再跑一次
      *> 舊式分類器，逐欄與標準結果比對；正式輸出仍採標準結果
      *> (逐字覆寫件未經解析，不列入比對)
      *******************************************************
               IF CTL-PARSE-MODE = "COMPARE"
                  AND OVR-APPLIED NOT = "Y"
                 PERFORM VARYING PCMP-I FROM 1 BY 1
                           UNTIL PCMP-I > 18
                   MOVE SPACES TO SAF-DTLS(PCMP-I)
                 END-PERFORM
                 MOVE DTLS-LF(22) TO SAF-NMADR
                 CALL 'SPLIT-ADDRESS-FIELDS' USING LS-SAF
                 PERFORM VARYING PCMP-I FROM 1 BY 1
                           UNTIL PCMP-I > 18
                   ADD 1 TO PCMP-TOTAL
                   IF FUNCTION TRIM(DTLS-LF(PCMP-I)) =
                      FUNCTION TRIM(SAF-DTLS(PCMP-I))
                     ADD 1 TO PCMP-AGREE
                   ELSE
                     MOVE SPACES TO PCMP-TXT
                     STRING
                       FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       PCMP-I DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(DTLS-LF(PCMP-I))
                         DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(SAF-DTLS(PCMP-I))
                         DELIMITED BY SIZE
                       INTO PCMP-TXT
                     END-STRING
                     MOVE PCMP-TXT TO PCMP-REC
                     WRITE PCMP-REC
                   END-IF
                 END-PERFORM
               END-IF

      *******************************************************
      *> DELTA 模式主檔比對不合法者，附加專屬錯誤訊息使該筆
      *> 進入 Fail_Data.csv，且不回寫主檔地址
      *******************************************************
               IF DELTA-ERR-TXT NOT = SPACES
                 MOVE DELTA-ERR-CODE TO EC-WORK
                 PERFORM ERR-CODE-ADD-PARA
                 IF DTLS-LF(19) NOT = SPACES
                   STRING
                     FUNCTION TRIM(DTLS-LF(19)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(DELTA-ERR-TXT) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO DTLS-LF(19)
                   END-STRING
                 ELSE
                   STRING
                     FUNCTION TRIM(DELTA-ERR-TXT) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO DTLS-LF(19)
                   END-STRING
                 END-IF
               END-IF

      *******************************************************
      *> 未命中詞彙收集：COUNTRY/CITY 未命中名單者累計出現次數
      *******************************************************
               *> (MASKED 測試資料模式不得灌高正式累計次數)
               IF CTL-RUN-MODE NOT = "MASKED"
                 IF UNMATCHED-COUNTRY NOT = SPACES
                   MOVE "COUNTRY" TO CAND-NEW-TYPE
                   MOVE UNMATCHED-COUNTRY TO CAND-NEW-TERM
                   PERFORM CAND-ADD-PARA
                 END-IF
                 IF UNMATCHED-CITY NOT = SPACES
                   MOVE "CITY" TO CAND-NEW-TYPE
                   MOVE UNMATCHED-CITY TO CAND-NEW-TERM
                   PERFORM CAND-ADD-PARA
                 END-IF
               END-IF

      *******************************************************
      *> 分類軌跡輸出：TRACE-CUSTOMER-ID 命中之單筆記錄
      *******************************************************
               IF TRACE-FLAG = "Y" AND TRACE-LINE-CNT > 0
                 MOVE SPACES TO TRACE-TXT
                 STRING
                   "=== TRACE FOR CUSTOMER " DELIMITED BY SIZE
                   FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO TRACE-TXT
                 END-STRING
                 MOVE TRACE-TXT TO TRACE-FILE-REC
                 WRITE TRACE-FILE-REC
                 PERFORM VARYING TRACE-IDX FROM 1 BY 1
                           UNTIL TRACE-IDX > TRACE-LINE-CNT
                   MOVE TRACE-LINE(TRACE-IDX) TO TRACE-FILE-REC
                   WRITE TRACE-FILE-REC
                 END-PERFORM
               END-IF

      *******************************************************
      *> STATE 判斷來源統計 (簡寫 vs 全名，供 AuditLog.csv 回報)
      *******************************************************
               IF STATE-MATCH-SRC = "ABBR"
                 ADD 1 TO STATE-MATCH-ABBR-CNT
               ELSE
                 IF STATE-MATCH-SRC = "FULLNAME"
                   ADD 1 TO STATE-MATCH-FULL-CNT
                 ELSE
                   IF DTLS-LF(17) NOT = SPACES
                     ADD 1 TO STATE-MATCH-OTHER-CNT
                   END-IF
                 END-IF
               END-IF

      *******************************************************
      *> STREET 街道類型交叉比對統計 (StreetAbbreviations.csv 名單)
      *******************************************************
               IF STREET-TYPE-FLAG = "MATCH"
                 ADD 1 TO STREET-TYPE-MATCH-CNT
               ELSE
                 IF STREET-TYPE-FLAG = "UNKNOWN"
                   ADD 1 TO STREET-TYPE-UNKNOWN-CNT
                 END-IF
               END-IF

      *******************************************************
      *> 羅馬化遞補標記：機器推導的英文行僅供參考，以 WARNING
      *> 提醒人工覆核 (代碼 103)
      *******************************************************
               IF TRANSLIT-FLAG = "Y"
                 IF WARNING-MSG = SPACES
                   MOVE "MACHINE-ROMANIZED" TO WARNING-MSG
                 ELSE
                   STRING
                     FUNCTION TRIM(WARNING-MSG) DELIMITED BY SIZE
                     ", MACHINE-ROMANIZED" DELIMITED BY SIZE
                     INTO WARNING-MSG
                   END-STRING
                 END-IF
                 IF WARNING-CODES = SPACES
                   MOVE "103" TO WARNING-CODES
                 ELSE
                   STRING
                     FUNCTION TRIM(WARNING-CODES) DELIMITED BY SIZE
                     ",103" DELIMITED BY SIZE
                     INTO WARNING-CODES
                   END-STRING
                 END-IF
               END-IF

      *******************************************************
      *> ZIP 與城市/州別一致性核對：ZipCityXref.csv 中該國該
      *> 郵遞區號字首的預期城市/州別與本筆不符時附加 WARNING
      *******************************************************
               IF ZIPX-COUNT > 0 AND DTLS-LF(1) NOT = SPACES
                 PERFORM VARYING ZIPX-IDX FROM 1 BY 1
                           UNTIL ZIPX-IDX > ZIPX-COUNT
                   IF FUNCTION UPPER-CASE(
                        FUNCTION TRIM(ZIPX-CTRY(ZIPX-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                     MOVE LENGTH OF FUNCTION TRIM(
                       ZIPX-PFX(ZIPX-IDX)) TO ZIPX-PFX-LEN
                     IF ZIPX-PFX-LEN > 0
                        AND FUNCTION UPPER-CASE(
                              DTLS-LF(1)(1:ZIPX-PFX-LEN)) =
                            FUNCTION UPPER-CASE(FUNCTION TRIM(
                              ZIPX-PFX(ZIPX-IDX)))
                       MOVE "N" TO ZIPX-MISMATCH
                       IF ZIPX-CITY(ZIPX-IDX) NOT = SPACES
                          AND FUNCTION UPPER-CASE(
                                FUNCTION TRIM(ZIPX-CITY(ZIPX-IDX)))
                              NOT = FUNCTION UPPER-CASE(
                                FUNCTION TRIM(DTLS-LF(3)))
                         MOVE "Y" TO ZIPX-MISMATCH
                       END-IF
                       IF ZIPX-STATE(ZIPX-IDX) NOT = SPACES
                          AND FUNCTION UPPER-CASE(
                                FUNCTION TRIM(ZIPX-STATE(ZIPX-IDX)))
                              NOT = FUNCTION UPPER-CASE(
                                FUNCTION TRIM(DTLS-LF(17)))
                         MOVE "Y" TO ZIPX-MISMATCH
                       END-IF
                       IF ZIPX-MISMATCH = "Y"
                         IF WARNING-MSG = SPACES
                           MOVE "ZIP DISAGREES WITH CITY/STATE XREF"
                             TO WARNING-MSG
                         ELSE
                           STRING
                             FUNCTION TRIM(WARNING-MSG)
                               DELIMITED BY SIZE
                             ", ZIP DISAGREES WITH CITY/STATE XREF"
                               DELIMITED BY SIZE
                             INTO WARNING-MSG
                           END-STRING
                         END-IF
                         IF WARNING-CODES = SPACES
                           MOVE "102" TO WARNING-CODES
                         ELSE
                           STRING
                             FUNCTION TRIM(WARNING-CODES)
                               DELIMITED BY SIZE
                             ",102" DELIMITED BY SIZE
                             INTO WARNING-CODES
                           END-STRING
                         END-IF
                       END-IF
                       EXIT PERFORM
                     END-IF
                   END-IF
                 END-PERFORM
               END-IF

      *******************************************************
      *> 門牌號碼範圍核對：該街道在 StreetRanges.csv 有配送
      *> 範圍資料、而門牌號碼不在任何範圍內時，以專屬錯誤
      *> 代碼 (020) 視為失敗資料，供高價值郵件先行攔下
      *******************************************************
               *> (非門牌式與軍郵記錄沒有可核對的門牌，略過)
               IF STRGE-COUNT > 0 AND DTLS-LF(5) NOT = SPACES
                  AND DTLS-LF(9) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(26)))
                      NOT = "NONCIVIC"
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(26)))
                      NOT = "MILITARY"
                 *> 取門牌號碼的前導數字部份
                 MOVE 0 TO STRGE-NO STRGE-NO-LEN
                 MOVE LENGTH OF FUNCTION TRIM(DTLS-LF(9))
                   TO STRGE-NO-LEN
                 IF STRGE-NO-LEN > 7
                   MOVE 7 TO STRGE-NO-LEN
                 END-IF
                 PERFORM VARYING STRGE-K FROM 1 BY 1
                           UNTIL STRGE-K > STRGE-NO-LEN
                   IF DTLS-LF(9)(STRGE-K:1) IS NUMERIC
                     COMPUTE STRGE-NO = STRGE-NO * 10
                       + FUNCTION NUMVAL(DTLS-LF(9)(STRGE-K:1))
                   ELSE
                     EXIT PERFORM
                   END-IF
                 END-PERFORM

                 IF STRGE-NO > 0
                   MOVE FUNCTION UPPER-CASE(
                          FUNCTION TRIM(DTLS-LF(5)))
                     TO STRGE-CMP-STREET
                   MOVE "N" TO STRGE-SEEN STRGE-OK
                   PERFORM VARYING STRGE-IDX FROM 1 BY 1
                             UNTIL STRGE-IDX > STRGE-COUNT
                     IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                          STRGE-CTRY(STRGE-IDX))) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(
                          DTLS-LF(2)))
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                              STRGE-CITY(STRGE-IDX))) =
                            FUNCTION UPPER-CASE(FUNCTION TRIM(
                              DTLS-LF(3)))
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                              STRGE-STREET(STRGE-IDX))) =
                            STRGE-CMP-STREET
                       MOVE "Y" TO STRGE-SEEN
                       IF STRGE-NO >= STRGE-LOW(STRGE-IDX)
                          AND STRGE-NO <= STRGE-HIGH(STRGE-IDX)
                         EVALUATE STRGE-SIDE(STRGE-IDX)
                           WHEN "O"
                             IF FUNCTION MOD(STRGE-NO, 2) = 1
                               MOVE "Y" TO STRGE-OK
                             END-IF
                           WHEN "E"
                             IF FUNCTION MOD(STRGE-NO, 2) = 0
                               MOVE "Y" TO STRGE-OK
                             END-IF
                           WHEN OTHER
                             MOVE "Y" TO STRGE-OK
                         END-EVALUATE
                       END-IF
                     END-IF
                   END-PERFORM

                   IF STRGE-SEEN = "Y" AND STRGE-OK = "N"
                     IF DTLS-LF(19) = SPACES
                       MOVE "HOUSE NUMBER OUT OF DELIVERY RANGE."
                         TO DTLS-LF(19)
                     ELSE
                       STRING
                         FUNCTION TRIM(DTLS-LF(19))
                           DELIMITED BY SIZE
                         " HOUSE NUMBER OUT OF DELIVERY RANGE."
                           DELIMITED BY SIZE
                         INTO DTLS-LF(19)
                       END-STRING
                     END-IF
                     MOVE "020" TO EC-WORK
                     PERFORM ERR-CODE-ADD-PARA
                   END-IF
                 END-IF
               END-IF

      *******************************************************
      *> 原文/英文行一致性核對：原文的 段/巷/弄/號/樓 數字或
      *> 縣市與英文行解析結果不同時附加 WARNING (代碼 104)，
      *> 不一致欄位逐一寫入 OrigEn_Mismatch.csv。英文行由原文
      *> 機器羅馬化而來者不核對 (兩者同源)；逐字覆寫件未經
      *> 解析亦不核對
      *******************************************************
               IF FUNCTION TRIM(DTLS-LF(21)) NOT = SPACES
                  AND TRANSLIT-FLAG NOT = "Y"
                  AND OVR-APPLIED NOT = "Y"
                 PERFORM OEN-CHECK-PARA
               END-IF

      *******************************************************
      *> 多戶建物缺樓層/室號：新的或異動的地址沒有樓層/室號
      *> (DTLS-LF 11-13)，而該建物已知為多戶建物者附加 WARNING
      *> (代碼 106)，並列入 Missing_Unit.csv
      *******************************************************
               IF MU-RPT-OPEN = "Y"
                  AND SEED-ACTIVE = "N"
                  AND OVR-APPLIED NOT = "Y"
                  AND DTLS-LF(19) = SPACES
                 PERFORM MU-CHECK-PARA
               END-IF

      *******************************************************
      *> WARNING 訊息記錄 (Warning_Log.csv)：僅提醒性質，不影響
      *> 該筆資料是否計入 ERROR-COUNT/寫入 Fail_Data.csv
      *******************************************************
               IF WARNING-MSG NOT = SPACES
                 ADD 1 TO WARNING-COUNT
                 MOVE SPACES TO WARNING-LOG-TXT
                 STRING
                   FUNCTION TRIM(DTLS-LF(20)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(21)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WARNING-MSG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WARNING-CODES) DELIMITED BY SIZE
                   INTO WARNING-LOG-TXT
                 END-STRING
                 MOVE WARNING-LOG-TXT TO WARNING-LOG-REC
                 WRITE WARNING-LOG-REC
               END-IF

      *******************************************************
      *> 同批次 CUSTOMER_ID 重複檢查
      *******************************************************
               MOVE "N" TO DUP-FOUND
               PERFORM VARYING DUP-IDX FROM 1 BY 1
                         UNTIL DUP-IDX > SEEN-COUNT
                 IF SEEN-CUSTID(DUP-IDX) = FUNCTION TRIM(IF-DATA(1))
                   MOVE "Y" TO DUP-FOUND
                   EXIT PERFORM
                 END-IF
               END-PERFORM

               IF DUP-FOUND = "Y"
                 IF DTLS-LF(19) NOT = SPACES
                   STRING
                     FUNCTION TRIM(DTLS-LF(19)) DELIMITED BY SIZE
                     " DUPLICATE CUSTOMER_ID." DELIMITED BY SIZE
                     INTO DTLS-LF(19)
                   END-STRING
                 ELSE
                   MOVE "DUPLICATE CUSTOMER_ID." TO DTLS-LF(19)
                 END-IF
                 MOVE "010" TO EC-WORK
                 PERFORM ERR-CODE-ADD-PARA
               END-IF

               IF SEEN-COUNT < 50000
                 ADD 1 TO SEEN-COUNT
                 MOVE FUNCTION TRIM(IF-DATA(1))
                   TO SEEN-CUSTID(SEEN-COUNT)
               END-IF

      *******************************************************
      *> 跨境報關檢核 (CN22/CN23)：依目的國查 CustomsRules.csv
      *> 決定報關單種類 (查無者套 * 預設列，本國列 NONE)；
      *> CN22 申報價值超過該國上限者改用 CN23；CN23 或規則
      *> 指定者 HS 稅則號列必填。內容物資料缺漏者附代碼 024
      *> 送 Fail_Data，完整者於 UPU 輸出段寫入報關檔
      *******************************************************
               MOVE SPACES TO CUS-FORM
               MOVE "N" TO CUS-OK
               *> (種子件無內容物資料，不做報關檢核)
               IF CUS-R-COUNT > 0 AND SEED-ACTIVE = "N"
                 PERFORM CUS-CHECK-PARA
               END-IF


      *******************************************************
      *> 正規化前後異動記錄 (BEFORE=原文, AFTER=重組地址)
      *******************************************************
               IF FUNCTION TRIM(DTLS-LF(21)) NOT =
                  FUNCTION TRIM(DTLS-LF(23))
                 MOVE SPACES TO NORM-LOG-TXT
                 STRING
                   FUNCTION TRIM(DTLS-LF(20)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(21)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
                   INTO NORM-LOG-TXT
                 END-STRING
                 MOVE NORM-LOG-TXT TO NORM-LOG-REC
                 WRITE NORM-LOG-REC
               END-IF


      *******************************************************
      *> 地址品質信心分數先行算妥 (主檔覆蓋裁決的同名次
      *> 比分數用；分數分佈累計仍在輸出段)
      *******************************************************
               PERFORM QS-COMPUTE-PARA

      *******************************************************
      *> 種子件驗證失敗：不進 Fail_Data 與任何輸出，僅警示並
      *> 略過 (種子檔地址請修正)
      *******************************************************
               IF SEED-ACTIVE = "Y" AND DTLS-LF(19) NOT = SPACES
                 ADD 1 TO SEED-FAIL-CNT
                 PERFORM SEED-CUR-PARA
                 MOVE "ADR0240W" TO RST-LAST-MSG
                 DISPLAY "ADR0240W WARNING: SEED ADDRESS "
                   FUNCTION TRIM(SEED-ID(SEED-I))
                   " NOT INSERTED - "
                   FUNCTION TRIM(DTLS-LF(19))
                 EXIT PERFORM CYCLE
               END-IF

      *******************************************************
      *> 搬家戶偵測：以 CUSTOMER_ID 鍵值讀取地址主檔，地址異動者
      *> 寫入 Movers.csv；本次重組地址一律回寫主檔供下次比對
      *> (DELTA 模式主檔比對不合法者不回寫主檔)
      *******************************************************
               MOVE SPACES TO MOVER-REC-WORK
               *> 種子件不比對、不回寫主檔 (亦不發通知/歷史/異動事件)
               IF SEED-ACTIVE = "Y"
                 MOVE "N" TO ADDR-MST-FOUND FWD-SAME MCG-PARK
                 MOVE SPACE TO FWD-MARK
               END-IF
               IF DELTA-ERR-TXT = SPACES AND SEED-ACTIVE = "N"
               MOVE "N" TO ADDR-MST-FOUND
               MOVE FUNCTION TRIM(IF-DATA(1)) TO ADDR-MST-CUSTID
               READ ADDR-MASTER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO ADDR-MST-FOUND
               END-READ

               *> 季節性替代地址：本次地址即申報過的替代地址
               *> 時視為季節性遷移，不當作搬家、也不覆蓋主檔上
               *> 的主要地址
               MOVE "N" TO SEAS-SAME
               IF ADDR-MST-FOUND = "Y"
                  AND FUNCTION TRIM(ADDR-MST-ALT-ADDR) NOT = SPACES
                  AND FUNCTION TRIM(DTLS-LF(23)) =
                      FUNCTION TRIM(ADDR-MST-ALT-ADDR)
                 MOVE "Y" TO SEAS-SAME
               END-IF

               *> 搬家轉寄寬限：本次地址仍是轉寄連結上的舊址
               *> 且未逾轉寄截止日時，不視為搬家、不回寫主檔，
               *> 後續依 FORWARDING-MODE 改投或加印轉寄行
               MOVE "N" TO FWD-SAME
               MOVE SPACE TO FWD-MARK
               IF CTL-FWD-DAYS > 0
                  AND ADDR-MST-FOUND = "Y"
                  AND FUNCTION TRIM(ADDR-MST-FWD-ADDR) NOT = SPACES
                  AND ADDR-MST-FWD-UNTIL NUMERIC
                  AND FUNCTION TRIM(DTLS-LF(23)) =
                      FUNCTION TRIM(ADDR-MST-FWD-ADDR)
                 MOVE ADDR-MST-FWD-UNTIL TO FWD-UNTIL-N
                 IF EMB-RUN-DATE <= FWD-UNTIL-N
                   MOVE "Y" TO FWD-SAME
                 END-IF
               END-IF

               *> 來源系統優先權裁決：policy 有載入且地址確有
               *> 異動時，低優先來源不得覆蓋高優先來源寫入的
               *> 地址；同名次時 (設定 TIE-BREAK;SCORE) 品質
               *> 分數較差者亦不覆蓋。被擋下的寫入記錄於
               *> Conflicts.csv 供資料管理員仲裁
               MOVE "Y" TO SRV-KEEP-NEW
               IF SRV-COUNT > 0
                  AND ADDR-MST-FOUND = "Y"
                  AND SEAS-SAME NOT = "Y"
                  AND FUNCTION TRIM(ADDR-MST-ADDRESS) NOT =
                      FUNCTION TRIM(DTLS-LF(23))
                 MOVE 999 TO SRV-RANK-NEW SRV-RANK-OLD
                 PERFORM VARYING SRV-I FROM 1 BY 1
                           UNTIL SRV-I > SRV-COUNT
                   IF SRV-SRC(SRV-I) = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(DTLS-LF(24)))
                     MOVE SRV-RANK(SRV-I) TO SRV-RANK-NEW
                   END-IF
                   IF SRV-SRC(SRV-I) = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(ADDR-MST-SRC))
                     MOVE SRV-RANK(SRV-I) TO SRV-RANK-OLD
                   END-IF
                 END-PERFORM
                 MOVE SPACES TO SRV-REASON
                 IF SRV-RANK-NEW > SRV-RANK-OLD
                   MOVE "N" TO SRV-KEEP-NEW
                   MOVE "LOWER-RANKED SOURCE" TO SRV-REASON
                 ELSE
                   IF SRV-RANK-NEW = SRV-RANK-OLD
                      AND SRV-TIE-SCORE = "Y"
                      AND ADDR-MST-SCORE NUMERIC
                      AND QUALITY-SCORE < ADDR-MST-SCORE
                     MOVE "N" TO SRV-KEEP-NEW
                     MOVE "LOWER QUALITY SCORE" TO SRV-REASON
                   END-IF
                 END-IF
                 IF SRV-KEEP-NEW = "N"
                   ADD 1 TO SRV-CONF-CNT
                   MOVE SPACES TO SRV-TXT
                   STRING
                     FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(ADDR-MST-SRC) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(DTLS-LF(24)) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(SRV-REASON) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
                     INTO SRV-TXT
                   END-STRING
                   MOVE SRV-TXT TO CONFLICTS-REC
                   WRITE CONFLICTS-REC
                 END-IF
               END-IF

               *> 大量異動防護：既有客戶的地址異動先存待核工作
               *> 檔 (通知/歷史/異動事件一併暫緩)，批末依各來源
               *> 異動比例決定套用或留待主管核可
               MOVE "N" TO MCG-PARK
               IF MCG-ACTIVE = "Y"
                 AND ADDR-MST-FOUND = "Y"
                 AND SEAS-SAME NOT = "Y"
                 AND FWD-SAME NOT = "Y"
                 AND SRV-KEEP-NEW = "Y"
                 AND FUNCTION TRIM(ADDR-MST-ADDRESS) NOT =
                     FUNCTION TRIM(DTLS-LF(23))
                 MOVE "Y" TO MCG-PARK
               END-IF

               IF ADDR-MST-FOUND = "Y"
                 AND SEAS-SAME NOT = "Y"
                 AND FWD-SAME NOT = "Y"
                 AND SRV-KEEP-NEW = "Y"
                 AND FUNCTION TRIM(ADDR-MST-ADDRESS) NOT =
                     FUNCTION TRIM(DTLS-LF(23))
                 *> 轉寄連結：舊地址 + 寬限截止日記在主檔上，
                 *> 寬限期內寄到舊址的後續郵件仍可處置
                 IF CTL-FWD-DAYS > 0
                   MOVE ADDR-MST-ADDRESS TO ADDR-MST-FWD-ADDR
                   COMPUTE FWD-INT =
                     FUNCTION INTEGER-OF-DATE(EMB-RUN-DATE)
                     + CTL-FWD-DAYS
                   COMPUTE FWD-UNTIL-N =
                     FUNCTION DATE-OF-INTEGER(FWD-INT)
                   MOVE FWD-UNTIL-N TO ADDR-MST-FWD-UNTIL
                 END-IF
                 ADD 1 TO MOVER-COUNT
                 MOVE SPACES TO MOVER-REC-WORK
                 STRING
                   FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-MST-ADDRESS)
                     DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
                   INTO MOVER-REC-WORK
                 END-STRING
                 MOVE MOVER-REC-WORK TO MOVERS-REC
                 WRITE MOVERS-REC
                 *> 舊址/新址地址變更確認通知 (DELTA U 亦同)
                 MOVE FUNCTION TRIM(IF-DATA(1)) TO NTC-CUST
                 MOVE ADDR-MST-ADDRESS TO NTC-OLD
                 MOVE DTLS-LF(23) TO NTC-NEW
                 IF CTL-IN-FORMAT = "DELTA"
                   MOVE "DELTA" TO NTC-SRC
                 ELSE
                   MOVE "BATCH" TO NTC-SRC
                 END-IF
                 MOVE LOCK-NOW-TS(1:8) TO NTC-DATE
                 *> 稅務徵兆：新地址的轉交/郵政信箱是否為唯一
                 *> 地址 (無另存的街道地址、無季節性替代地址)
                 MOVE "N" TO TAX-CO TAX-PO
                 IF FUNCTION TRIM(ADDR-MST-ALT-ADDR) = SPACES
                   IF DTLS-LF(27) NOT = SPACES
                     MOVE "Y" TO TAX-CO
                   END-IF
                   IF DTLS-LF(28) NOT = SPACES
                      AND DTLS-LF(5) = SPACES
                     MOVE "Y" TO TAX-PO
                   END-IF
                 END-IF
                 IF MCG-PARK NOT = "Y"
                   PERFORM NTC-ISSUE-PARA
                   MOVE NTC-CUST TO TAX-CUST
                   MOVE ADDR-MST-LIN-CTRY TO TAX-OLD-CTRY
                   MOVE DTLS-LF(2) TO TAX-NEW-CTRY
                   MOVE DTLS-LF(23) TO TAX-NEW-ADDR
                   MOVE NTC-SRC TO TAX-SRC
                   MOVE NTC-DATE TO TAX-DATE
                   PERFORM TAX-EVAL-PARA
                 END-IF
               END-IF

               *> 生效日地址歷史：首次出現或地址異動時附加一筆
               *> (MASKED 模式不得寫入保存檔)
               IF CTL-RUN-MODE NOT = "MASKED"
               IF (ADDR-MST-FOUND = "N"
                  OR FUNCTION TRIM(ADDR-MST-ADDRESS) NOT =
                     FUNCTION TRIM(DTLS-LF(23)))
                  AND SEAS-SAME NOT = "Y"
                  AND FWD-SAME NOT = "Y"
                  AND SRV-KEEP-NEW = "Y"
                 MOVE SPACES TO HIST-TXT
                 MOVE RECNO TO CKPT-LAST-RECNO-ED
                 STRING
                   FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   LOCK-NOW-TS(1:8) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
                   ";BATCH;" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-NUMBER) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(24)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ARCHIVE-BASENAME) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(CKPT-LAST-RECNO-ED)
                     DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(CTL-RULE-VERSION) DELIMITED BY SIZE
                   INTO HIST-TXT
                 END-STRING
                 IF MCG-PARK NOT = "Y"
                   PERFORM HIST-WRITE-PARA

                   *> 訂閱者異動遞送：主檔新增/更新各記一筆事件
                   IF ADDR-MST-FOUND = "N"
                     MOVE "ADD" TO CF-EVT
                   ELSE
                     MOVE "UPDATE" TO CF-EVT
                   END-IF
                   MOVE FUNCTION TRIM(IF-DATA(1)) TO CF-CUST
                   MOVE DTLS-LF(23) TO CF-ADDR
                   PERFORM CF-EVENT-PARA
                 END-IF
               END-IF

               MOVE FUNCTION TRIM(IF-DATA(1)) TO ADDR-MST-CUSTID
               MOVE "N" TO MBL-CHG
               IF SEAS-SAME NOT = "Y" AND FWD-SAME NOT = "Y"
                  AND SRV-KEEP-NEW = "Y"
                 IF FUNCTION TRIM(ADDR-MST-ADDRESS) NOT =
                    FUNCTION TRIM(DTLS-LF(23))
                   MOVE "Y" TO MBL-CHG
                 END-IF
                 MOVE DTLS-LF(23) TO ADDR-MST-ADDRESS
                 MOVE FUNCTION TRIM(DTLS-LF(24)) TO ADDR-MST-SRC
                 MOVE QUALITY-SCORE TO ADDR-MST-SCORE
                 *> 資料血緣戳記
                 MOVE FUNCTION TRIM(BATCH-NUMBER)
                   TO ADDR-MST-LIN-BATCH
                 MOVE FUNCTION TRIM(DTLS-LF(24))
                   TO ADDR-MST-LIN-SRC
                 MOVE ARCHIVE-BASENAME TO ADDR-MST-LIN-FILE
                 MOVE RECNO TO ADDR-MST-LIN-LINE
                 MOVE CTL-RULE-VERSION TO ADDR-MST-LIN-RULE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                   TO ADDR-MST-LIN-CTRY
                 MOVE FUNCTION TRIM(DTLS-LF(26)) TO ADDR-MST-LIN-TYPE
                 MOVE WARNING-CODES TO ADDR-MST-LIN-WARN
                 *> 高風險地址用途 (新客戶視同原為一般)
                 IF ADDR-MST-FOUND = "Y"
                   MOVE ADDR-MST-USE-CODE TO HRU-PREV
                 ELSE
                   MOVE SPACES TO HRU-PREV
                 END-IF
                 PERFORM HRU-MST-PARA
               END-IF
               MOVE SKIP-HASH TO ADDR-MST-LINE-HASH
               *> 街道/信箱並存：未被投遞偏好選上的另一個仍
               *> 保存於主檔，不丟棄來源資料
               MOVE SPACES TO ADDR-MST-ALT-DELIV
               IF DTLS-LF(5) NOT = SPACES
                  AND DTLS-LF(28) NOT = SPACES
                 MOVE "POBOX" TO DLV-MODE-WORK
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                   TO DLV-CTRY-WORK
                 PERFORM VARYING DLV-IDX FROM 1 BY 1
                           UNTIL DLV-IDX > DLVPREF-COUNT
                   IF DLVPREF-CTRY(DLV-IDX) = DLV-CTRY-WORK(1:35)
                     MOVE DLVPREF-MODE(DLV-IDX) TO DLV-MODE-WORK
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
                 IF DLV-MODE-WORK = "POBOX"
                   MOVE FUNCTION TRIM(DTLS-LF(5))
                     TO ADDR-MST-ALT-DELIV
                 ELSE
                   MOVE FUNCTION TRIM(DTLS-LF(28))
                     TO ADDR-MST-ALT-DELIV
                 END-IF
               END-IF
               *> 最後確認日：本批有出現即刷新 (地址未變、
               *> 甚至優先權裁決擋下覆蓋時亦然)
               MOVE EMB-RUN-DATE TO ADDR-MST-CONFIRMED
               IF MCG-PARK = "Y"
                 PERFORM MCG-PARK-PARA
               ELSE
               IF ADDR-MST-FOUND = "Y"
                 REWRITE ADDR-MST-REC
                   INVALID KEY
                     ADD 1 TO MBL-FAILED
                     MOVE "ADR0201W" TO RST-LAST-MSG
                     DISPLAY "ADR0201W WARNING: ADDRESS MASTER REWRITE "
                       "FAILED FOR " FUNCTION TRIM(IF-DATA(1))
                   NOT INVALID KEY
                     IF MBL-CHG = "Y"
                       ADD 1 TO MBL-UPDATED
                       MOVE FUNCTION TRIM(IF-DATA(1)) TO MU-CUST
                       PERFORM MU-REG-PARA
                     ELSE
                       ADD 1 TO MBL-CONFIRMED
                     END-IF
                 END-REWRITE
               ELSE
                 WRITE ADDR-MST-REC
                   INVALID KEY
                     ADD 1 TO MBL-FAILED
                     MOVE "ADR0201W" TO RST-LAST-MSG
                     DISPLAY "ADR0201W "
                       "WARNING: ADDRESS MASTER WRITE FAILED "
                       "FOR " FUNCTION TRIM(IF-DATA(1))
                   NOT INVALID KEY
                     ADD 1 TO MBL-ADDED
                     MOVE FUNCTION TRIM(IF-DATA(1)) TO MU-CUST
                     PERFORM MU-REG-PARA
                 END-WRITE
               END-IF
               END-IF
               END-IF
               END-IF

      *******************************************************
      *> 季節性替代地址生效判讀：批次日期 (月日) 落在申報的
      *> 生效區間 (可跨年末) 時，郵寄輸出改用替代地址
      *******************************************************
               IF ADDR-MST-FOUND = "Y"
                  AND FUNCTION TRIM(ADDR-MST-ALT-ADDR) NOT = SPACES
                  AND ADDR-MST-ALT-FROM NUMERIC
                  AND ADDR-MST-ALT-TO NUMERIC
                 MOVE "N" TO SEAS-ACTIVE
                 COMPUTE SEAS-MMDD = FUNCTION MOD(EMB-RUN-DATE, 10000)
                 MOVE ADDR-MST-ALT-FROM TO SEAS-FROM-N
                 MOVE ADDR-MST-ALT-TO   TO SEAS-TO-N
                 IF SEAS-FROM-N <= SEAS-TO-N
                   IF SEAS-MMDD >= SEAS-FROM-N
                      AND SEAS-MMDD <= SEAS-TO-N
                     MOVE "Y" TO SEAS-ACTIVE
                   END-IF
                 ELSE
                   *> 跨年末區間 (如 1101-0331)
                   IF SEAS-MMDD >= SEAS-FROM-N
                      OR SEAS-MMDD <= SEAS-TO-N
                     MOVE "Y" TO SEAS-ACTIVE
                   END-IF
                 END-IF
                 IF SEAS-ACTIVE = "Y"
                   MOVE ADDR-MST-ALT-ADDR TO DTLS-LF(23)
                   ADD 1 TO SEAS-SUB-CNT
                 END-IF
               END-IF

      *******************************************************
      *> 搬家轉寄寬限處置：SUBSTITUTE=郵寄輸出逕改主檔上的
      *> 新地址；MARK=保留舊址、輸出 FORWARD_FLAG=F 供標籤
      *> 加印「或由現住者收/請轉寄」處理行
      *******************************************************
               IF FWD-SAME = "Y"
                 ADD 1 TO FWD-SUB-CNT
                 IF CTL-FWD-MODE = "SUBSTITUTE"
                   MOVE ADDR-MST-ADDRESS TO DTLS-LF(23)
                 ELSE
                   MOVE "F" TO FWD-MARK
                 END-IF
               END-IF

      *******************************************************
      *> 逐字覆寫輸出旗標：郵寄輸出仍是覆寫地址行者 (未被
      *> 季節性替代地址或轉寄改投取代) 各輸出改印逐字行
      *******************************************************
               MOVE "N" TO OVR-OUT
               IF OVR-APPLIED = "Y"
                  AND DTLS-LF(23) = OVR-JOINED
                 MOVE "Y" TO OVR-OUT
               END-IF

      *******************************************************
      *> 無法投遞處置：地址已異動 (搬家偵測命中) 即解除標記；
      *> 否則分流至 Suppressed.csv，不進入後續郵寄輸出
      *******************************************************
               IF UNDEL-HIT > 0
                 MOVE FUNCTION TRIM(IF-DATA(1)) TO UNDX-CUSTID
                 READ UND-IDX-FILE
                   INVALID KEY
                     MOVE 0 TO UNDEL-HIT
                 END-READ
               END-IF
               IF UNDEL-HIT > 0
                 IF ADDR-MST-FOUND = "Y"
                    AND FUNCTION TRIM(MOVER-REC-WORK) NOT = SPACES
                    AND MOVER-REC-WORK(1:LENGTH OF
                        FUNCTION TRIM(IF-DATA(1))) =
                        FUNCTION TRIM(IF-DATA(1))
                   MOVE "Y" TO UNDX-CLEARED
                   REWRITE UNDX-REC
                     INVALID KEY
                       CONTINUE
                   END-REWRITE
                   ADD 1 TO UND-CLR-COUNT
                   MOVE 0 TO UNDEL-HIT
                 ELSE
                   ADD 1 TO UND-SUP-COUNT
                   MOVE SPACES TO SUP-TXT
                   STRING
                     FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                     ";UNDELIVERABLE-" DELIMITED BY SIZE
                     FUNCTION TRIM(UNDX-REASON) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
                     INTO SUP-TXT
                   END-STRING
                   MOVE SUP-TXT TO SUPPRESSED-REC
                   WRITE SUPPRESSED-REC
                   IF DWH-ACTIVE = "Y"
                     MOVE "UNDELIVERABLE" TO DWH-OUTCOME
                     MOVE "Y" TO DWH-PARSED
                     PERFORM DWH-FACT-PARA
                   END-IF
                   EXIT PERFORM CYCLE
                 END-IF
               END-IF


      *******************************************************
      *> 禁運目的國分流：批次日期落在管制期間的目的國，整筆
      *> 扣住寫入 Embargoed.csv (附專屬代碼 023)，不進任何
      *> 郵寄輸出；失效日一過即自動恢復，毋須人工解除
      *******************************************************
               IF EMB-COUNT > 0
                 MOVE 0 TO EMB-HIT
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                   TO EMB-CMP
                 PERFORM VARYING EMB-IDX FROM 1 BY 1
                           UNTIL EMB-IDX > EMB-COUNT
                   IF EMB-CTRY(EMB-IDX) = EMB-CMP
                      AND EMB-RUN-DATE >= EMB-FROM(EMB-IDX)
                      AND EMB-RUN-DATE <= EMB-TO(EMB-IDX)
                     MOVE EMB-IDX TO EMB-HIT
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
                 *> 種子件不列入禁運扣件，逕不插入
                 IF EMB-HIT > 0 AND SEED-ACTIVE = "Y"
                   ADD 1 TO SEED-FAIL-CNT
                   EXIT PERFORM CYCLE
                 END-IF
                 IF EMB-HIT > 0
                   ADD 1 TO EMB-HIT-COUNT
                   MOVE SPACES TO EMB-TXT
                   STRING
                     FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(DTLS-LF(2)) DELIMITED BY SIZE
                     ";023;" DELIMITED BY SIZE
                     EMB-TO(EMB-HIT) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
                     INTO EMB-TXT
                   END-STRING
                   MOVE EMB-TXT TO EMBARGOED-REC
                   WRITE EMBARGOED-REC
                   IF DWH-ACTIVE = "Y"
                     MOVE "EMBARGOED" TO DWH-OUTCOME
                     MOVE "Y" TO DWH-PARSED
                     PERFORM DWH-FACT-PARA
                   END-IF
                   EXIT PERFORM CYCLE
                 END-IF
               END-IF

      *******************************************************
      *> 受限對象篩檢：收件人名稱與名單相似分數達門檻者整筆
      *> 扣住 (代碼 026)，未裁決者列入 DeniedParty_Review.csv
      *> 待法遵覆核；已確認者永久扣住，已放行者照常處理
      *******************************************************
               *> (種子為內部員工/誘餌地址，不篩檢)
               IF DPS-COUNT > 0 AND SEED-ACTIVE = "N"
                 PERFORM DPS-SCREEN-PARA
                 IF DPS-BEST-IDX > 0
                   IF DWH-ACTIVE = "Y"
                     IF DPS-BEST-DEC = "CONFIRMED"
                       MOVE "DENIED-PARTY" TO DWH-OUTCOME
                     ELSE
                       MOVE "SCREEN-HOLD" TO DWH-OUTCOME
                     END-IF
                     MOVE "Y" TO DWH-PARSED
                     PERFORM DWH-FACT-PARA
                   END-IF
                   EXIT PERFORM CYCLE
                 END-IF
               END-IF

      *******************************************************
      *> 跨業務單位接觸頻率上限：同一住戶於窗期內各單位累計
      *> 寄件已達上限者整筆延後，寫入 ContactDeferred.csv，不進
      *> 任何郵寄輸出；放行者記入接觸歷史 (急件仍記入但不受限)
      *******************************************************
               IF CTC-ACTIVE = "Y" AND DTLS-LF(19) = SPACES
                  AND SEED-ACTIVE = "N"
                 PERFORM CTC-CHECK-PARA
                 IF CTC-DEFER = "Y"
                   IF DWH-ACTIVE = "Y"
                     MOVE "CONTACT-DEFER" TO DWH-OUTCOME
                     MOVE "Y" TO DWH-PARSED
                     PERFORM DWH-FACT-PARA
                   END-IF
                   EXIT PERFORM CYCLE
                 END-IF
               END-IF

      *******************************************************
      *> 本筆 CUSTOMER_ID 雜湊值 (輸出控制檔核對用)；須於 UPU
      *> 等各輸出寫出前先行算妥
      *******************************************************
               MOVE 0 TO HSK-ID-HASH
               MOVE LENGTH OF FUNCTION TRIM(IF-DATA(1))
                 TO HSK-ID-LEN
               PERFORM VARYING HSK-ID-IDX FROM 1 BY 1
                         UNTIL HSK-ID-IDX > HSK-ID-LEN
                 COMPUTE HSK-ID-HASH = HSK-ID-HASH
                   + FUNCTION ORD(IF-DATA(1)(HSK-ID-IDX:1))
               END-PERFORM

      *******************************************************
      *> UPU S42 CBPRPLUS 國際地址格式輸出 (UPU_Address.csv)
      *******************************************************
               MOVE SPACES TO CBPRPLUS
               MOVE DTLS-LF(27) TO DEPARTMENT
               MOVE DTLS-LF(28) TO POST-BOX
               MOVE DTLS-LF(5)  TO STREET-NAME
               MOVE DTLS-LF(9)  TO BUILDING-NUMBER
               MOVE DTLS-LF(14) TO BUILDING-NAME
               MOVE DTLS-LF(11) TO FLOOR
               MOVE DTLS-LF(13) TO ROOM
               MOVE DTLS-LF(1)  TO POST-CODE
               MOVE DTLS-LF(3)  TO TOWN-NAME
               MOVE DTLS-LF(15) TO TOWN-LOCATION-NAME
               MOVE DTLS-LF(4)  TO DISTRICT-NAME

               *> 次級行政區：STATE 優先，否則 PROVINCE，否則 COUNTY
               IF DTLS-LF(17) NOT = SPACES
                 MOVE DTLS-LF(17) TO COUNTRY-SUB-DIVISION
               ELSE
                 IF DTLS-LF(16) NOT = SPACES
                   MOVE DTLS-LF(16) TO COUNTRY-SUB-DIVISION
                 ELSE
                   MOVE DTLS-LF(25) TO COUNTRY-SUB-DIVISION
                 END-IF
               END-IF

               *> COUNTRY 欄位為 ISO 3166 alpha-2 代碼：優先查
               *> CountryCodes.csv 對照表；查不到時，本身已是
               *> 2 碼者照用，否則退回取國名文字前 2 碼
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 TO UPU-CTRY-TMP
               MOVE SPACES TO ISO2-VAL
               MOVE UPU-CTRY-TMP TO ISO-CMP
               PERFORM VARYING ISO-IDX FROM 1 BY 1
                         UNTIL ISO-IDX > ISO-COUNT
                 IF ISO-NAME(ISO-IDX) = ISO-CMP
                   MOVE ISO-A2(ISO-IDX) TO ISO2-VAL
                   EXIT PERFORM
                 END-IF
               END-PERFORM
               IF ISO2-VAL = SPACES
                 MOVE UPU-CTRY-TMP(1:2) TO ISO2-VAL
               END-IF
               MOVE ISO2-VAL TO COUNTRY

               *> 解析結果存檔：本筆完整解析欄位 (R 列)
               PERFORM PRS-R-PARA

               MOVE DTLS-LF(23) TO ADDRESS-LINE
               MOVE DTLS-LF(18) TO OTHER-COL
               MOVE DTLS-LF(25) TO COUNTY
               MOVE DTLS-LF(19) TO ERROR-COMMENT
               MOVE DTLS-LF(20) TO CUSTOMER_ID
               MOVE DTLS-LF(21) TO ADDR_LINE_ORIG
               MOVE DTLS-LF(22) TO ADDR_LINE_EN
               MOVE DTLS-LF(23) TO ADDR_LINE_REBUILD

               *> UPU 輸出大小寫轉換 (代碼/識別欄不動)
               IF CTL-CASING-UPU NOT = "AS-IS"
                 MOVE CTL-CASING-UPU TO CASE-MODE
                 MOVE STREET-NAME TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:70) TO STREET-NAME
                 MOVE BUILDING-NAME TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:35) TO BUILDING-NAME
                 MOVE FLOOR TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:70) TO FLOOR
                 MOVE ROOM TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:70) TO ROOM
                 MOVE TOWN-NAME TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:35) TO TOWN-NAME
                 MOVE TOWN-LOCATION-NAME TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:35) TO TOWN-LOCATION-NAME
                 MOVE DISTRICT-NAME TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:35) TO DISTRICT-NAME
                 MOVE COUNTRY-SUB-DIVISION TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:35) TO COUNTRY-SUB-DIVISION
                 MOVE ADDRESS-LINE TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO(1:70) TO ADDRESS-LINE
               END-IF

               *> CBPR+ 網路規則檢核 (UPU 交付前)
               MOVE "Y" TO CBPR-OK
               IF CTL-CBPR-ENFORCE NOT = "OFF"
                 PERFORM CBPR-CHECK-PARA
               END-IF
               IF CTL-CBPR-ENFORCE = "WITHHOLD"
                  AND CBPR-OK = "N"
                 ADD 1 TO CBPR-WH-CNT
               END-IF

               *> 寄件人區塊：依業務單位取寄件人；查無可用寄件人
               *> 者本筆不交付 UPU/ISO 20022
               MOVE "N" TO SND-WITHHOLD
               MOVE 0 TO SND-HIT
               IF SND-ACTIVE = "Y"
                 PERFORM SND-RESOLVE-PARA
               END-IF

               *> 目的國名行：依寄件國語言取核定國名 (大寫)
               PERFORM CNL-RESOLVE-PARA

               *> UPU S10 追蹤號碼：路由表標有服務代碼的通路逐件
               *> 取號 (錯誤件、CBPR 扣留件、缺寄件人件不耗用號碼)
               MOVE SPACES TO S10-NUMBER
               IF S10-COUNT > 0 AND ROUTE-COUNT > 0
                  AND DTLS-LF(19) = SPACES
                  AND SND-WITHHOLD = "N"
                  AND NOT (CTL-CBPR-ENFORCE = "WITHHOLD"
                           AND CBPR-OK = "N")
                 PERFORM CH-RESOLVE-PARA
                 IF CH-SVC NOT = SPACES
                   PERFORM S10-DRAW-PARA
                 END-IF
               END-IF

               MOVE CUSTOMER_ID TO UPU-ID-OUT
               PERFORM UPU-BUILD-PARA
               MOVE UPU-TXT TO UPU-REC
               IF (CTL-CBPR-ENFORCE = "WITHHOLD" AND CBPR-OK = "N")
                  OR SND-WITHHOLD = "Y"
                 *> 違規件、缺寄件人件不交付 UPU (含通路分檔)，
                 *> 其餘輸出照常
                 ADD 1 TO UPU-WH-CNT
               ELSE
                 *> (種子件不登錄為客戶交寄件)
                 IF MRG-ACTIVE = "Y" AND SEED-ACTIVE = "N"
                   PERFORM MRG-PIECE-PARA
                 END-IF
                 WRITE UPU-REC
                 MOVE "UPU" TO PRS-FMT
                 MOVE UPU-REC TO PRS-LINE
                 PERFORM PRS-L-PARA
                 IF ROUTE-COUNT > 0
                   PERFORM CH-UPU-WRITE-PARA
                 END-IF
                 ADD 1 TO HSK-UPU-COUNT
                 COMPUTE HSK-UPU-BYTES = HSK-UPU-BYTES
                   + LENGTH OF FUNCTION TRIM(UPU-REC)
                 COMPUTE HSK-UPU-HASH = FUNCTION MOD(
                   HSK-UPU-HASH + HSK-ID-HASH, 999999999999)
                 *> 報關資料隨 UPU 交付件輸出 (資料完整者)
                 IF CUS-OK = "Y"
                   PERFORM CUS-WRITE-PARA
                 END-IF
               END-IF
               *> 種子件不計郵資分攤，亦非付款當事人地址
               IF RATE-COUNT > 0 AND SEED-ACTIVE = "N"
                 PERFORM POSTAGE-PRICE-PARA
               END-IF
               IF SND-WITHHOLD = "N" AND SEED-ACTIVE = "N"
                 PERFORM ISO20022-WRITE-PARA
                 *> SWIFT MT 當事人地址 (錯誤件不輸出)
                 IF DTLS-LF(19) = SPACES
                   PERFORM MT-WRITE-PARA
                 END-IF
               END-IF


      *******************************************************
      *> 輸出資料
      *******************************************************
             *> 地理座標附掛：依 國家+城市(+郵遞區號字首) 查表，
             *> 有字首設定者優先；查無者記入未命中鍵值清單
             MOVE 3 TO PH-IDX
             PERFORM PH-BEGIN-PARA
             MOVE SPACES TO GEO-HIT-LAT GEO-HIT-LON
             MOVE "N" TO GEO-HIT-FLAG
             IF GEO-COUNT > 0 AND DTLS-LF(2) NOT = SPACES
                AND DTLS-LF(3) NOT = SPACES
               PERFORM VARYING GEO-IDX FROM 1 BY 1
                         UNTIL GEO-IDX > GEO-COUNT
                 IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(GEO-CTRY(GEO-IDX))) =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                    AND FUNCTION UPPER-CASE(
                          FUNCTION TRIM(GEO-CITY(GEO-IDX))) =
                        FUNCTION UPPER-CASE(
                          FUNCTION TRIM(DTLS-LF(3)))
                   IF GEO-PFX(GEO-IDX) = SPACES
                     IF GEO-HIT-FLAG = "N"
                       MOVE GEO-LAT(GEO-IDX) TO GEO-HIT-LAT
                       MOVE GEO-LON(GEO-IDX) TO GEO-HIT-LON
                       MOVE "Y" TO GEO-HIT-FLAG
                     END-IF
                   ELSE
                     MOVE LENGTH OF FUNCTION TRIM(GEO-PFX(GEO-IDX))
                       TO GEO-PFX-LEN
                     IF DTLS-LF(1)(1:GEO-PFX-LEN) =
                        FUNCTION TRIM(GEO-PFX(GEO-IDX))
                       MOVE GEO-LAT(GEO-IDX) TO GEO-HIT-LAT
                       MOVE GEO-LON(GEO-IDX) TO GEO-HIT-LON
                       MOVE "Y" TO GEO-HIT-FLAG
                       EXIT PERFORM
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM

               IF GEO-HIT-FLAG = "N"
                 MOVE SPACES TO GEO-KEY-WORK
                 STRING
                   FUNCTION TRIM(DTLS-LF(2)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(3)) DELIMITED BY SIZE
                   INTO GEO-KEY-WORK
                 END-STRING
                 MOVE "N" TO GEO-UNM-FOUND
                 PERFORM VARYING GEO-UNM-IDX FROM 1 BY 1
                           UNTIL GEO-UNM-IDX > GEO-UNM-COUNT
                   IF GEO-UNM-KEY(GEO-UNM-IDX) = GEO-KEY-WORK
                     MOVE "Y" TO GEO-UNM-FOUND
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
                 IF GEO-UNM-FOUND = "N" AND GEO-UNM-COUNT < 2000
                   ADD 1 TO GEO-UNM-COUNT
                   MOVE GEO-KEY-WORK TO GEO-UNM-KEY(GEO-UNM-COUNT)
                 END-IF
               END-IF
             END-IF

             *> 業務轄區對應：有座標時落點對應轄區；落在任何
             *> 轄區外者列入 Territory_Unassigned.csv
             MOVE SPACES TO TERR-HIT-NAME
             IF TERR-COUNT > 0 AND GEO-HIT-FLAG = "Y"
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(GEO-HIT-LAT))
                 TO TERR-LAT
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(GEO-HIT-LON))
                 TO TERR-LON
               PERFORM VARYING TERR-IDX FROM 1 BY 1
                         UNTIL TERR-IDX > TERR-COUNT
                 IF TERR-LAT >= TERR-LAT-MIN(TERR-IDX)
                    AND TERR-LAT <= TERR-LAT-MAX(TERR-IDX)
                    AND TERR-LON >= TERR-LON-MIN(TERR-IDX)
                    AND TERR-LON <= TERR-LON-MAX(TERR-IDX)
                   MOVE TERR-NAME(TERR-IDX) TO TERR-HIT-NAME
                   ADD 1 TO TERR-CNT(TERR-IDX)
                   EXIT PERFORM
                 END-IF
               END-PERFORM
               IF TERR-HIT-NAME = SPACES
                 ADD 1 TO TERR-UNA-CNT
                 MOVE SPACES TO TERR-TXT
                 STRING
                   FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(GEO-HIT-LAT) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(GEO-HIT-LON) DELIMITED BY SIZE
                   INTO TERR-TXT
                 END-STRING
                 MOVE TERR-TXT TO TERR-UNA-REC
                 WRITE TERR-UNA-REC
               END-IF
             END-IF

             *> 全國地址檔比對等級 (P/S/L/N)
             MOVE SPACES TO REFA-GRADE
             IF REFA-ENABLED = "Y"
               PERFORM REFA-GRADE-PARA
             END-IF
             MOVE 3 TO PH-IDX
             PERFORM PH-END-PARA

             *> 地址品質信心分數 (0-100)：已於主檔裁決前算妥
             *> (QS-COMPUTE-PARA)，此處僅累計分數分佈
             EVALUATE TRUE
               WHEN QUALITY-SCORE <= 25
                 ADD 1 TO SCORE-BUCKET(1)
               WHEN QUALITY-SCORE <= 50
                 ADD 1 TO SCORE-BUCKET(2)
               WHEN QUALITY-SCORE <= 75
                 ADD 1 TO SCORE-BUCKET(3)
               WHEN OTHER
                 ADD 1 TO SCORE-BUCKET(4)
             END-EVALUATE

             *> 住戶歸戶：正規化重組地址後累計同址客戶 (種子件
             *> 不歸戶，以免與同址客戶合併)
             IF DTLS-LF(23) NOT = SPACES AND SEED-ACTIVE = "N"
               PERFORM HH-KEY-PARA

               IF HH-KEY-WORK NOT = SPACES
                 *> 排序流歸戶：逐筆只寫收集檔，分組交給 SORT
                 MOVE SPACES TO HH-COLL-WORK
                 MOVE HH-KEY-WORK TO HCW-KEY
                 MOVE FUNCTION TRIM(IF-DATA(1)) TO HCW-CUSTID
                 MOVE DTLS-LF(29)(1:1) TO HCW-BUS
                 MOVE HH-COLL-WORK TO HH-COLL-REC
                 WRITE HH-COLL-REC
               END-IF
             END-IF

             *> 種子件登錄 (SeedRegister.csv：代號、種子、郵寄日)
             IF SEED-ACTIVE = "Y"
               PERFORM SEED-REG-PARA
             END-IF

             *> ===== 組合 Address_Split.csv / Address_Split.txt / Address_Split_FB.txt 資料列 =====
             MOVE SPACES TO TMP-TOTAL TMP-TOTAL-TXT TMP-FIXED
             MOVE "|" TO TMP-TOTAL-TXT
             MOVE 1 TO FX-POS
             MOVE 0 TO TKN-FX-POS

             PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 24
               MOVE FUNCTION TRIM(DTLS-LF(FLD-ORDER(IDX))) TO CSV-FIELD

               *> 輸出大小寫轉換 (地址性欄位；識別/錯誤/來源欄與
               *> 逐字覆寫行不動)
               IF CTL-CASING-CSV NOT = "AS-IS"
                  AND FLD-ORDER(IDX) NOT = 19
                  AND FLD-ORDER(IDX) NOT = 20
                  AND FLD-ORDER(IDX) NOT = 24
                  AND FLD-ORDER(IDX) NOT = 26
                  AND NOT (OVR-OUT = "Y" AND FLD-ORDER(IDX) = 23)
                 MOVE CTL-CASING-CSV TO CASE-MODE
                 MOVE CSV-FIELD TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO TO CSV-FIELD
               END-IF

               MOVE 0 TO CSV-SEMI-COUNT
               INSPECT CSV-FIELD TALLYING CSV-SEMI-COUNT FOR ALL ";"
               IF CSV-SEMI-COUNT > 0
                 *> 欄位含分隔字元，加上雙引號避免與分隔字元混淆
                 MOVE SPACES TO TMP-DATA
                 STRING
                   '"' DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-FIELD) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO TMP-DATA
                 END-STRING
                 MOVE FUNCTION TRIM(TMP-DATA) TO CSV-FIELD
               END-IF

               STRING
                 FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
                 FUNCTION TRIM(CSV-FIELD) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO TMP-TOTAL
               END-STRING

               MOVE FUNCTION TRIM(DTLS-LF(FLD-ORDER(IDX))) TO TMP-DATA
               IF CTL-CASING-FIXED NOT = "AS-IS"
                  AND FLD-ORDER(IDX) NOT = 19
                  AND FLD-ORDER(IDX) NOT = 20
                  AND FLD-ORDER(IDX) NOT = 24
                  AND FLD-ORDER(IDX) NOT = 26
                  AND NOT (OVR-OUT = "Y" AND FLD-ORDER(IDX) = 23)
                 MOVE CTL-CASING-FIXED TO CASE-MODE
                 MOVE TMP-DATA TO CASE-IO
                 PERFORM CASE-FIELD-PARA
                 MOVE CASE-IO TO TMP-DATA
               END-IF
               MOVE WS-COL-LEN(FLD-ORDER(IDX)) TO WS-FIELD-LEN
               STRING
                 FUNCTION TRIM(TMP-TOTAL-TXT) DELIMITED BY SIZE
                 TMP-DATA(1:WS-FIELD-LEN) DELIMITED BY SIZE
                 " |" DELIMITED BY SIZE
                 INTO TMP-TOTAL-TXT
               END-STRING

               *> 固定長度紀錄：各欄位緊接排列，不使用分隔符號
               IF FLD-ORDER(IDX) = 20
                 MOVE FX-POS TO TKN-FX-POS
               END-IF
               MOVE TMP-DATA(1:WS-FIELD-LEN)
                 TO TMP-FIXED(FX-POS:WS-FIELD-LEN)
               ADD WS-FIELD-LEN TO FX-POS
             END-PERFORM

             *> 企業/個人收件者旗標 (1 位，B/R)，固定長度紀錄尾端
             MOVE DTLS-LF(29)(1:1) TO TMP-FIXED(FX-POS:1)
             ADD 1 TO FX-POS

             *> 收件人姓名 (50 位)
             MOVE DTLS-LF(30)(1:50) TO TMP-FIXED(FX-POS:50)
             ADD 50 TO FX-POS

             *> UPU S10 追蹤號碼 (13 位，未追蹤通路留空)
             MOVE S10-NUMBER TO TMP-FIXED(FX-POS:13)
             ADD 13 TO FX-POS

             *> 郵寄代號 (20 位，未登錄郵寄時留空)
             MOVE MRG-RUN-ID TO TMP-FIXED(FX-POS:20)
             ADD 20 TO FX-POS

             *> 逐字覆寫旗標 (1 位，V=逐字地址)；逐字件未經解析，
             *> SECTION 至 OTHER 欄位區 (586 起 360 位) 改放六行
             *> 逐字地址行 (每行 60 位)，ZIP/COUNTRY/CITY 照常
             *> 供分揀排序
             IF OVR-OUT = "Y"
               MOVE "V" TO TMP-FIXED(FX-POS:1)
               MOVE SPACES TO TMP-FIXED(586:360)
               PERFORM VARYING OVR-I FROM 1 BY 1
                         UNTIL OVR-I > OVR-OUT-CNT
                 MOVE OVR-OUT-LINE(OVR-I)
                   TO TMP-FIXED(586 + (OVR-I - 1) * 60:60)
               END-PERFORM
             END-IF
             ADD 1 TO FX-POS

             *> 高風險地址用途 (8 位，空白=一般)
             MOVE DTLS-LF(31)(1:8) TO TMP-FIXED(FX-POS:8)
             ADD 8 TO FX-POS

             *> ISO 3166 alpha-2 國別代碼欄 (與 UPU 輸出同一查表)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               ISO2-VAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 地理座標欄 (GeoRef.csv 對照，查無時留空)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(GEO-HIT-LAT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(GEO-HIT-LON) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 地址品質信心分數欄 (0-100)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(SCORE-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 轉交/收件中介欄 (C/O、ATTN、FAO 抽出片段)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(27)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 郵政信箱欄 (與 STREET 並存，取捨見投遞偏好)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(28)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 企業/個人收件者旗標欄 (B=企業/R=個人)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(29)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 收件人姓名欄 (輸入第 7 欄，選填)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(30)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 全國地址檔比對等級欄 (P/S/L/N)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               REFA-GRADE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 業務轄區欄 (座標落點對應)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(TERR-HIT-NAME) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 搬家轉寄寬限旗標欄 (F=寬限期內寄往舊址)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FWD-MARK DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 郵寄代號欄
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(MRG-RUN-ID) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 逐字覆寫旗標欄 (Y=REBUILD 欄為以 "^" 串接的逐字
             *> 地址行，標籤/信函逐行照印)
             IF OVR-OUT = "Y"
               STRING
                 FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
                 "Y;" DELIMITED BY SIZE
                 INTO TMP-TOTAL
               END-STRING
             ELSE
               STRING
                 FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO TMP-TOTAL
               END-STRING
             END-IF

             *> 高風險地址用途欄 (並計入各代碼件數)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(31)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING
             IF DTLS-LF(31) NOT = SPACES
               ADD 1 TO HRU-TOTAL
               PERFORM VARYING HRU-I FROM 1 BY 1 UNTIL HRU-I > 6
                 IF HRU-CODE(HRU-I) = DTLS-LF(31)(1:8)
                   ADD 1 TO HRU-CNT(HRU-I)
                 END-IF
               END-PERFORM
             END-IF

             *> 收件人姓名拆解、稱呼語與正式收件人行
             PERFORM NM-PARSE-PARA
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(NM-TITLE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NM-GIVEN) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NM-SURNAME) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NM-SUFFIX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NM-ORG) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NM-SALUT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NM-FORMAL) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 目的國名行 (CNL-RESOLVE-PARA 於 UPU 段取得)
             STRING
               FUNCTION TRIM(TMP-TOTAL) DELIMITED BY SIZE
               FUNCTION TRIM(CNL-LINE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO TMP-TOTAL
             END-STRING

             *> 寫入 OUT-FILE-REC-CSV OUT-FILE-REC (去掉結尾多餘的 ";")
             IF CTL-OUT-FMT NOT = "TXT"
               MOVE TMP-TOTAL(1:LENGTH OF FUNCTION TRIM(TMP-TOTAL) - 1)
                 TO OUT-FILE-REC-CSV
               WRITE OUT-FILE-REC-CSV
               MOVE "CSV" TO PRS-FMT
               MOVE OUT-FILE-REC-CSV TO PRS-LINE
               PERFORM PRS-L-PARA
               IF CTL-PRIO-LANE = "Y" AND IS-PRIORITY = "Y"
                 MOVE OUT-FILE-REC-CSV TO PRIO-FILE-REC
                 WRITE PRIO-FILE-REC
               END-IF
               IF FUNCTION TRIM(DTLS-LF(24)) NOT = SPACES
                 PERFORM BU-SPLIT-WRITE-PARA
               END-IF
               ADD 1 TO HSK-CSV-COUNT
               COMPUTE HSK-CSV-BYTES = HSK-CSV-BYTES
                 + LENGTH OF FUNCTION TRIM(OUT-FILE-REC-CSV)
               COMPUTE HSK-CSV-HASH = FUNCTION MOD(
                 HSK-CSV-HASH + HSK-ID-HASH, 999999999999)
             END-IF

             IF CTL-OUT-FMT NOT = "CSV"
               MOVE TMP-TOTAL-TXT TO OUT-FILE-REC
               WRITE OUT-FILE-REC

               *> Address_Split.txt 分頁：滿一頁重印標題列
               ADD 1 TO OUT-TXT-LINE-CNT
               IF OUT-TXT-LINE-CNT >= CTL-PAGE-SIZE
                 ADD 1 TO OUT-TXT-PAGE-NUM
                 MOVE SPACES TO PAGE-BREAK-LINE
                 STRING
                   "=== PAGE " DELIMITED BY SIZE
                   OUT-TXT-PAGE-NUM DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO PAGE-BREAK-LINE
                 END-STRING
                 MOVE SPACES TO OUT-FILE-REC
                 WRITE OUT-FILE-REC
                 MOVE PAGE-BREAK-LINE TO OUT-FILE-REC
                 WRITE OUT-FILE-REC
                 MOVE TMP-REC-TXT TO OUT-FILE-REC
                 WRITE OUT-FILE-REC
                 MOVE DIVIDING-LINE TO OUT-FILE-REC
                 WRITE OUT-FILE-REC
                 MOVE 0 TO OUT-TXT-LINE-CNT
               END-IF
             END-IF

             *> 寫入 FIXED-FILE (Address_Split_FB.txt，固定長度、無分隔符號)
             *> ENCODING=EBCDIC 時於本系統邊界自行轉碼，不再經
             *> 第三方轉換工具
             MOVE TMP-FIXED(1:FX-POS - 1) TO FIXED-REC
             MOVE "FIXED" TO PRS-FMT
             MOVE FIXED-REC TO PRS-LINE
             PERFORM PRS-L-PARA
             IF CTL-ENCODING = "EBCDIC"
               INSPECT FIXED-REC CONVERTING TA-IDENT TO TA-A2E
             END-IF
             WRITE FIXED-REC
             IF ROUTE-COUNT > 0
               PERFORM CH-FB-WRITE-PARA
             END-IF

             *> 預分揀收集：排序鍵 (COUNTRY/ZIP/STREET) + 固定長度記錄
             MOVE SPACES TO PRESORT-COLL-WORK
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
               TO PCW-CTRY
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(1)))
               TO PCW-ZIP
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(5)))
               TO PCW-STREET
             *> 取轉碼前的 ASCII 內容，排序輸出時一併轉碼
             MOVE TMP-FIXED TO PCW-PAYLOAD
             *> 預分揀輸出 (含全額郵資與併盤饋送) 交付集運/郵政
             *> 業者，CUSTOMER_ID 欄改帶 PRESORT 夥伴代號
             IF TKN-ACTIVE = "Y" AND TKN-FX-POS > 0
               MOVE "PRESORT" TO TKN-PARTNER
               MOVE DTLS-LF(20) TO TKN-CUSTID
               PERFORM TKN-ISSUE-PARA
               MOVE TKN-TOKEN
                 TO PCW-PAYLOAD(TKN-FX-POS:WS-COL-LEN(20))
             END-IF
             *> 預分揀檔 COUNTRY 欄 (301 起 35 位) 改帶在地化目的國
             *> 名行，供印製/郵政業者印最後一行；排序鍵仍取原國名
             IF CNL-LINE NOT = SPACES
               MOVE CNL-LINE TO PCW-PAYLOAD(301:35)
             END-IF
             *> 折扣資格證明書所需：通路、比對等級、驗證結果
             *> (無路由表時比照 CH-RESOLVE-PARA 的預設通路)
             IF ROUTE-COUNT > 0 AND CH-FOUND > 0
               MOVE CH-NAME(CH-FOUND) TO PCW-CHAN
             ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(26)))
                  = "MILITARY"
                 MOVE "MILITARY" TO PCW-CHAN
               ELSE
                 MOVE "REST_OF_WORLD" TO PCW-CHAN
               END-IF
             END-IF
             IF FUNCTION TRIM(DTLS-LF(24)) = SPACES
               MOVE "UNSPECIFIED" TO PCW-UNIT
             ELSE
               MOVE FUNCTION TRIM(DTLS-LF(24)) TO PCW-UNIT
             END-IF
             MOVE REFA-GRADE TO PCW-GRADE
             MOVE HSK-ID-HASH TO PCW-IDHASH
             IF DTLS-LF(19) = SPACES
               MOVE "Y" TO PCW-VALID
             ELSE
               MOVE "N" TO PCW-VALID
             END-IF
             MOVE PRESORT-COLL-WORK TO PRESORT-COLL-REC
             WRITE PRESORT-COLL-REC
             ADD 1 TO HSK-FB-COUNT
             COMPUTE HSK-FB-BYTES = HSK-FB-BYTES + FX-POS - 1
             COMPUTE HSK-FB-HASH = FUNCTION MOD(
               HSK-FB-HASH + HSK-ID-HASH, 999999999999)

             *> 有錯誤訊息，寫入 ERROR-FILE-CSV ERROR-REC
             IF DTLS-LF(19) NOT = SPACES
               ADD 1 TO ERROR-COUNT

               *> 失敗資料修正建議 (Suggestions.csv)
               PERFORM SUGGEST-PARA

               *> 失敗老化追蹤：連續失敗者累加批次數，新失敗者建檔
               MOVE 0 TO AGING-FOUND
               PERFORM VARYING AGING-IDX FROM 1 BY 1
                         UNTIL AGING-IDX > AGING-COUNT
                 IF AGING-CUSTID(AGING-IDX) =
                    FUNCTION TRIM(IF-DATA(1))
                   MOVE AGING-IDX TO AGING-FOUND
                   EXIT PERFORM
                 END-IF
               END-PERFORM
               IF AGING-FOUND > 0
                 IF AGING-HIT(AGING-FOUND) = "N"
                   ADD 1 TO AGING-RUNS(AGING-FOUND)
                   MOVE "Y" TO AGING-HIT(AGING-FOUND)
                 END-IF
                 MOVE ERROR-CODES(1:12)
                   TO AGING-LASTCODE(AGING-FOUND)
               ELSE
                 IF AGING-COUNT < 50000
                   ADD 1 TO AGING-COUNT
                   MOVE FUNCTION TRIM(IF-DATA(1))
                     TO AGING-CUSTID(AGING-COUNT)
                   MOVE LOCK-NOW-TS(1:8) TO AGING-FIRST(AGING-COUNT)
                   MOVE 1 TO AGING-RUNS(AGING-COUNT)
                   MOVE ERROR-CODES(1:12)
                     TO AGING-LASTCODE(AGING-COUNT)
                   MOVE "Y" TO AGING-HIT(AGING-COUNT)
                 END-IF
               END-IF

               *> 失敗資料工作佇列：建立/重開工作項目
               IF WQ-OPEN = "Y"
                 PERFORM WQ-FAIL-PARA
               END-IF

               *> 來源系統退件通知 (RejectNotice_<來源>.csv)
               IF FUNCTION TRIM(DTLS-LF(24)) NOT = SPACES
                 PERFORM SWB-RJ-WRITE-PARA
               END-IF

               MOVE SPACES TO TMP-ERROR TMP-ERROR-TXT
               MOVE "|" TO TMP-ERROR-TXT

               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
                 MOVE FUNCTION TRIM(DTLS-LF(ERR-FLD-ORDER(IDX)))
                   TO CSV-FIELD
                 MOVE 0 TO CSV-SEMI-COUNT
                 INSPECT CSV-FIELD TALLYING CSV-SEMI-COUNT FOR ALL ";"
                 IF CSV-SEMI-COUNT > 0
                   MOVE SPACES TO TMP-DATA
                   STRING
                     '"' DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-FIELD) DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                     INTO TMP-DATA
                   END-STRING
                   MOVE FUNCTION TRIM(TMP-DATA) TO CSV-FIELD
                 END-IF

                 STRING
                   FUNCTION TRIM(TMP-ERROR) DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-FIELD) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   INTO TMP-ERROR
                 END-STRING

                 MOVE FUNCTION TRIM(DTLS-LF(ERR-FLD-ORDER(IDX)))
                   TO TMP-DATA
                 MOVE WS-COL-LEN-ERROR(IDX) TO WS-FIELD-LEN
                 STRING
                   FUNCTION TRIM(TMP-ERROR-TXT) DELIMITED BY SIZE
                   TMP-DATA(1:WS-FIELD-LEN) DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   INTO TMP-ERROR-TXT
                 END-STRING
               END-PERFORM

               *> 結構化錯誤代碼欄 (對照 ErrorCatalog.csv)
               STRING
                 FUNCTION TRIM(TMP-ERROR) DELIMITED BY SIZE
                 FUNCTION TRIM(ERROR-CODES) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO TMP-ERROR
               END-STRING

               *> 寫入檔案
               IF CTL-OUT-FMT NOT = "TXT"
                 MOVE TMP-ERROR(1:
                        LENGTH OF FUNCTION TRIM(TMP-ERROR) - 1)
                   TO ERROR-REC-CSV
                 WRITE ERROR-REC-CSV
                 MOVE "FAIL" TO PRS-FMT
                 MOVE ERROR-REC-CSV TO PRS-LINE
                 PERFORM PRS-L-PARA
                 IF FUNCTION TRIM(DTLS-LF(24)) NOT = SPACES
                   PERFORM BU-FAIL-WRITE-PARA
                 END-IF
                 ADD 1 TO HSK-FAIL-COUNT
                 COMPUTE HSK-FAIL-BYTES = HSK-FAIL-BYTES
                   + LENGTH OF FUNCTION TRIM(ERROR-REC-CSV)
                 COMPUTE HSK-FAIL-HASH = FUNCTION MOD(
                   HSK-FAIL-HASH + HSK-ID-HASH, 999999999999)
               END-IF

               IF CTL-OUT-FMT NOT = "CSV"
                 MOVE TMP-ERROR-TXT TO ERROR-REC
                 WRITE ERROR-REC

                 *> Fail_Data.txt 分頁：滿一頁重印標題列
                 ADD 1 TO ERR-TXT-LINE-CNT
                 IF ERR-TXT-LINE-CNT >= CTL-PAGE-SIZE
                   ADD 1 TO ERR-TXT-PAGE-NUM
                   MOVE SPACES TO PAGE-BREAK-LINE
                   STRING
                     "=== PAGE " DELIMITED BY SIZE
                     ERR-TXT-PAGE-NUM DELIMITED BY SIZE
                     " ===" DELIMITED BY SIZE
                     INTO PAGE-BREAK-LINE
                   END-STRING
                   MOVE SPACES TO ERROR-REC
                   WRITE ERROR-REC
                   MOVE PAGE-BREAK-LINE TO ERROR-REC
                   WRITE ERROR-REC
                   MOVE TMP-REC-TXT-ERROR TO ERROR-REC
                   WRITE ERROR-REC
                   MOVE DIVIDING-LINE-ERROR TO ERROR-REC
                   WRITE ERROR-REC
                   MOVE 0 TO ERR-TXT-LINE-CNT
                 END-IF
               END-IF
             END-IF

             *> 失敗資料工作佇列：本次通過者的未結項目結案
             IF WQ-OPEN = "Y" AND WQ-ACTIVE-CNT > 0
                AND DTLS-LF(19) = SPACES
                AND SEED-ACTIVE = "N"
               PERFORM WQ-PASS-PARA
             END-IF

             *> 來源系統回寫 (WriteBack_<來源>.csv)：重建地址與
             *> 送入不同者
             IF DTLS-LF(19) = SPACES
                AND FUNCTION TRIM(DTLS-LF(24)) NOT = SPACES
                AND SEED-ACTIVE = "N"
               PERFORM SWB-WB-WRITE-PARA
             END-IF

             *> 種子地址插入依據：本批實際寄出的業務單位與國家
             IF SEED-LOADED = "Y" AND SEED-ACTIVE = "N"
                AND DTLS-LF(19) = SPACES
               PERFORM SEED-MARK-PARA
             END-IF

             *> 資料倉儲處理事實 (FAIL/WARN/PASS；種子件不計)
             IF DWH-ACTIVE = "Y" AND SEED-ACTIVE = "N"
               EVALUATE TRUE
                 WHEN DTLS-LF(19) NOT = SPACES
                   MOVE "FAIL" TO DWH-OUTCOME
                 WHEN WARNING-CODES NOT = SPACES
                   MOVE "WARN" TO DWH-OUTCOME
                 WHEN OTHER
                   MOVE "PASS" TO DWH-OUTCOME
               END-EVALUATE
               MOVE "Y" TO DWH-PARSED
               PERFORM DWH-FACT-PARA
             END-IF

      *******************************************************
      *> COUNTRY/CITY 控制總表累計
      *******************************************************
             MOVE "N" TO CC-FOUND
             PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > CC-ENTRY-COUNT
               IF CC-COUNTRY(CC-IDX) = FUNCTION TRIM(DTLS-LF(2))
                  AND CC-CITY(CC-IDX) = FUNCTION TRIM(DTLS-LF(3))
                 MOVE "Y" TO CC-FOUND
                 EXIT PERFORM
               END-IF
             END-PERFORM

             IF CC-FOUND = "N"
               IF CC-ENTRY-COUNT < 500
                 ADD 1 TO CC-ENTRY-COUNT
                 MOVE CC-ENTRY-COUNT TO CC-IDX
                 MOVE FUNCTION TRIM(DTLS-LF(2)) TO CC-COUNTRY(CC-IDX)
                 MOVE FUNCTION TRIM(DTLS-LF(3)) TO CC-CITY(CC-IDX)
               ELSE
                 MOVE "ADR0201W" TO RST-LAST-MSG
                 DISPLAY "ADR0201W "
                   "WARNING: COUNTRY/CITY TOTALS TABLE FULL - "
                   FUNCTION TRIM(DTLS-LF(2)) "/"
                   FUNCTION TRIM(DTLS-LF(3)) " NOT TRACKED"
               END-IF
             END-IF

             IF CC-IDX <= CC-ENTRY-COUNT
               ADD 1 TO CC-TOTAL(CC-IDX)
               IF DTLS-LF(19) NOT = SPACES
                 ADD 1 TO CC-ERROR(CC-IDX)
               END-IF
             END-IF

      *******************************************************
      *> 業務單位彙總表累計 (SOURCE_SYSTEM，空白歸類 UNSPECIFIED)
      *******************************************************
             IF FUNCTION TRIM(DTLS-LF(24)) = SPACES
               MOVE "UNSPECIFIED" TO BU-CMP-NAME
             ELSE
               MOVE FUNCTION TRIM(DTLS-LF(24)) TO BU-CMP-NAME
             END-IF

             MOVE "N" TO BU-FOUND
             PERFORM VARYING BU-IDX FROM 1 BY 1
                       UNTIL BU-IDX > BU-ENTRY-COUNT
               IF BU-NAME(BU-IDX) = BU-CMP-NAME
                 MOVE "Y" TO BU-FOUND
                 EXIT PERFORM
               END-IF
             END-PERFORM

             IF BU-FOUND = "N"
               IF BU-ENTRY-COUNT < 100
                 ADD 1 TO BU-ENTRY-COUNT
                 MOVE BU-ENTRY-COUNT TO BU-IDX
                 MOVE BU-CMP-NAME TO BU-NAME(BU-IDX)
               ELSE
                 MOVE "ADR0201W" TO RST-LAST-MSG
                 DISPLAY "ADR0201W "
                   "WARNING: BUSINESS UNIT TOTALS TABLE FULL - "
                   FUNCTION TRIM(BU-CMP-NAME) " NOT TRACKED"
               END-IF
             END-IF

             *> (種子件不計入單位處理量，不分攤計費)
             IF BU-IDX <= BU-ENTRY-COUNT AND SEED-ACTIVE = "N"
               ADD 1 TO BU-TOTAL(BU-IDX)
               IF DTLS-LF(19) NOT = SPACES
                 ADD 1 TO BU-ERROR(BU-IDX)
               END-IF
               IF WARNING-MSG NOT = SPACES
                 ADD 1 TO BU-WARNING(BU-IDX)
               END-IF
             END-IF

      *******************************************************
      *> 品質抽驗：每目的國抽 QA-SAMPLE-SIZE 筆 (線性同餘亂數
      *> 打散，約四取一直到額滿) 寫入 QA_Sample.csv
      *******************************************************
             IF CTL-QA-SAMPLE > 0 AND SEED-ACTIVE = "N"
               PERFORM QA-SAMPLE-PARA
             END-IF


      *******************************************************
      *> 操作員停止要求：輸出目錄出現 STOP-REQUEST 檔案時，
      *> 處理完本筆即強制寫出檢查點、正常關閉所有輸出檔，
      *> 於 AuditLog.csv 記錄 STOPPED BY OPERATOR 後以排程
      *> 可辨識的 RC=4 結束；檢查點保留供下次續跑
      *******************************************************
             *> (種子件另趟讀入時不受理，主資料已全數處理)
             MOVE "35" TO STOP-REQ-STATUS
             IF SEED-ACTIVE = "N"
               OPEN INPUT STOP-REQ-FILE
             END-IF
             IF STOP-REQ-STATUS = "00"
               CLOSE STOP-REQ-FILE
               MOVE "ADR0203W" TO RST-LAST-MSG
               DISPLAY "ADR0203W "
                 "STOP REQUEST DETECTED - SHUTTING DOWN AFTER "
                 "RECORD " DATA-COUNT

               *> 強制寫出檢查點 (不等 CKPT-INTERVAL)；急件快速
               *> 通道為兩趟讀檔，續跑語意不成立，不留檢查點；
               *> MASKED 測試資料執行亦不留，免得下一次正式
               *> 執行誤以續跑接在測試輸出之後
               IF CTL-PRIO-LANE NOT = "Y"
                  AND CTL-RUN-MODE NOT = "MASKED"
               MOVE SPACES TO CKPT-REC
               STRING
                 RECNO                        DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 FUNCTION TRIM(IF-DATA(1))    DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 DATA-COUNT                   DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 ERROR-COUNT                  DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-CSV-COUNT                DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-CSV-BYTES                DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-CSV-HASH                 DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-FB-COUNT                 DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-FB-BYTES                 DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-FB-HASH                  DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-UPU-COUNT                DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-UPU-BYTES                DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-UPU-HASH                 DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-FAIL-COUNT               DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-FAIL-BYTES               DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 HSK-FAIL-HASH                DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 REJECT-COUNT                 DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 SEL-SKIP-COUNT               DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 PCMP-TOTAL                   DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 PCMP-AGREE                   DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 SKIP-UNCH-CNT                DELIMITED BY SIZE
                 ";"                          DELIMITED BY SIZE
                 CF-SEQ                       DELIMITED BY SIZE
                 INTO CKPT-REC
               END-STRING
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE CKPT-REC TO CKPT-FILE-REC
               WRITE CKPT-FILE-REC
               CLOSE CHECKPOINT-FILE
               END-IF

               *> 正常關閉所有已開啟的輸入/輸出檔
               CLOSE IN-FILE
               IF CTL-PRIO-LANE = "Y"
                 CLOSE PRIO-FILE
               END-IF
               IF CTL-OUT-FMT NOT = "TXT"
                 CLOSE OUT-FILE-CSV
                 CLOSE ERROR-FILE-CSV
               END-IF
               IF CTL-OUT-FMT NOT = "CSV"
                 CLOSE OUT-FILE
                 CLOSE ERROR-FILE
               END-IF
               IF CTL-TRACE-CUSTID NOT = SPACES
                 CLOSE TRACE-FILE
               END-IF
               CLOSE PRESORT-COLL-FILE
               CLOSE HH-COLL-FILE
               IF CH-CUR-UPU NOT = SPACES
                 CLOSE CH-UPU-FILE
               END-IF
               IF CH-CUR-CUS NOT = SPACES
                 CLOSE CH-CUS-FILE
               END-IF
               IF CUS-R-COUNT > 0
                 CLOSE CUSDECL-FILE
               END-IF
               IF CH-CUR-FB NOT = SPACES
                 CLOSE CH-FB-FILE
               END-IF
               IF BUF-CUR-SPLIT NOT = SPACES
                 CLOSE BU-SPLIT-FILE
               END-IF
               IF BUF-CUR-FAIL NOT = SPACES
                 CLOSE BU-FAIL-FILE
               END-IF
               IF SWB-CUR-WB NOT = SPACES
                 CLOSE SWB-WB-FILE
               END-IF
               IF SWB-CUR-RJ NOT = SPACES
                 CLOSE SWB-RJ-FILE
               END-IF
               *> 解析結果存檔留待續跑接續 (索引維持 OPEN)
               IF PRS-ACTIVE = "Y"
                 CLOSE PRS-FILE
               END-IF
               IF CTL-PARSE-MODE = "COMPARE"
                 CLOSE PCMP-FILE
               END-IF
               CLOSE SUPPRESSED-FILE
               IF CTL-QA-SAMPLE > 0
                 CLOSE QA-SAMPLE-FILE
               END-IF
               IF EMB-COUNT > 0
                 CLOSE EMBARGOED-FILE
               END-IF
               PERFORM DPS-CLOSE-PARA
               PERFORM CTC-CLOSE-PARA
               PERFORM MU-CLOSE-PARA
               IF SRV-COUNT > 0
                 CLOSE CONFLICTS-FILE
               END-IF
               CLOSE SUGGEST-FILE
               CLOSE REJECT-FILE
               CLOSE NORM-LOG-FILE
               CLOSE WARNING-LOG-FILE
               CLOSE ORIGEN-FILE
               CLOSE UPU-FILE
               CLOSE ISO20022-FILE
               CLOSE MT-PARTY-FILE
               CLOSE MT-VIO-FILE
               CLOSE FIXED-FILE
               *> 中途停止的批次無從判定異動比例：已暫存的主檔
               *> 更新全數留待主管核可
               IF MCG-ACTIVE = "Y"
                 MOVE "Y" TO MCG-HOLD-ALL
                 PERFORM MCG-DECIDE-PARA
               END-IF
               PERFORM MBL-END-PARA
               CLOSE ADDR-MASTER-FILE
               CLOSE MOVERS-FILE
               PERFORM HRU-CLOSE-PARA
               PERFORM NTC-CLOSE-PARA
               PERFORM TAX-CLOSE-PARA
               PERFORM OVR-CLOSE-PARA
               PERFORM WQ-CLOSE-PARA
               PERFORM DWH-CLOSE-PARA
               PERFORM HIST-CLOSE-PARA
               IF CTL-RUN-MODE NOT = "MASKED"
                 CLOSE CHGFEED-FILE
                 OPEN OUTPUT CHGSEQ-FILE
                 MOVE SPACES TO CHGSEQ-REC
                 MOVE CF-SEQ TO CHGSEQ-REC(1:9)
                 WRITE CHGSEQ-REC
                 CLOSE CHGSEQ-FILE
               END-IF

               IF AUDIT-NOTES = SPACES
                 MOVE "STOPPED BY OPERATOR" TO AUDIT-NOTES
               ELSE
                 STRING
                   FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
                   ", STOPPED BY OPERATOR" DELIMITED BY SIZE
                   INTO AUDIT-NOTES
                 END-STRING
               END-IF
               PERFORM MBL-AUDIT-PARA
               PERFORM AUDIT-WRITE-PARA

               *> 停止要求檔視為已受理，刪除之；並釋放執行鎖定
               CALL "CBL_DELETE_FILE" USING CTL-STOP-PATH
                 RETURNING ARCHIVE-RC
               MOVE "STOPPED" TO RST-PHASE
               PERFORM LOCK-RELEASE-PARA
               MOVE 4 TO RETURN-CODE
               IF MBL-FAIL-FLAG = "Y"
                 MOVE 12 TO RETURN-CODE
               END-IF
               STOP RUN
             END-IF

      *******************************************************
      *> 第 * 筆資料處理完成，準備進入下一筆
      *******************************************************
           END-READ
           END-PERFORM.
           CLOSE IN-FILE.

       INPUT-PASSES-DONE.
           *> 大量異動防護：各來源判定，未超限者此時套用
           IF MCG-ACTIVE = "Y"
             PERFORM MCG-DECIDE-PARA
           END-IF.

           *> 急件快速通道輸出檔收尾
           IF CTL-PRIO-LANE = "Y"
             CLOSE PRIO-FILE
           END-IF.

      *******************************************************
      *> 預分揀排序輸出：處理完畢的記錄依 COUNTRY、ZIP、STREET
      *> 排序 (COBOL SORT)，附遞增預分揀序號寫出
      *> Address_Split_FB_Presort.txt，供依檔直接裝盤
      *******************************************************
           CLOSE PRESORT-COLL-FILE.
           MOVE 0 TO PRESORT-SEQ.
           MOVE 4 TO PH-IDX.
           PERFORM PH-BEGIN-PARA.
           OPEN OUTPUT PRESORT-OUT-FILE.
           OPEN OUTPUT FULLRATE-FILE.
           OPEN OUTPUT CERT-WORK-FILE.
           IF CTL-COMMINGLE = "Y" OR CTL-DROP-PLAN = "Y"
             OPEN OUTPUT CMGL-FEED-FILE
           END-IF.
           SORT PRESORT-SORT-FILE
             ASCENDING KEY PSRT-CTRY
             ASCENDING KEY PSRT-ZIP
             ASCENDING KEY PSRT-STREET
             USING PRESORT-COLL-FILE
             OUTPUT PROCEDURE IS PRESORT-OUT-PARA.
           CLOSE PRESORT-OUT-FILE.
           CLOSE FULLRATE-FILE.
           CLOSE CERT-WORK-FILE.
           IF CTL-COMMINGLE = "Y" OR CTL-DROP-PLAN = "Y"
             CLOSE CMGL-FEED-FILE
           END-IF.
           MOVE 4 TO PH-IDX.
           PERFORM PH-END-PARA.
           MOVE 5 TO PH-IDX.
           PERFORM PH-BEGIN-PARA.
           CALL "CBL_DELETE_FILE" USING CTL-PRESORT-COLL-PATH
             RETURNING ARCHIVE-RC.

      *******************************************************
      *> 輸出: Tray_Manifest.csv (盤號/ZIP 範圍/件數/是否具
      *> 折扣資格)；未達最低件數的盤其件數計入全額郵資件
      *******************************************************
           OPEN OUTPUT TRAY-MANIFEST-FILE.
           MOVE "TRAY_ID;ZIP_FROM;ZIP_TO;PIECE_COUNT;QUALIFIED"
             TO TRAY-MANIFEST-REC.
           WRITE TRAY-MANIFEST-REC.
           MOVE 0 TO TRAY-QUAL-CNT TRAY-FAIL-PCS.
           PERFORM VARYING TRAY-I FROM 1 BY 1 UNTIL TRAY-I > TRAY-NO
             IF TRAY-CNT(TRAY-I) >= CTL-TRAY-MIN
               ADD 1 TO TRAY-QUAL-CNT
               MOVE "YES" TO TRAY-QUAL-TXT
             ELSE
               ADD TRAY-CNT(TRAY-I) TO TRAY-FAIL-PCS
               MOVE "NO" TO TRAY-QUAL-TXT
             END-IF
             MOVE TRAY-I TO TRAY-NO-FMT
             MOVE TRAY-CNT(TRAY-I) TO TRAY-CNT-FMT
             MOVE SPACES TO TRAY-TXT
             STRING
               FUNCTION TRIM(TRAY-NO-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-ZIP-LO(TRAY-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-ZIP-HI(TRAY-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-CNT-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-QUAL-TXT) DELIMITED BY SIZE
               INTO TRAY-TXT
             END-STRING
             MOVE TRAY-TXT TO TRAY-MANIFEST-REC
             WRITE TRAY-MANIFEST-REC
           END-PERFORM.
           CLOSE TRAY-MANIFEST-FILE.
           IF TRAY-FAIL-PCS > 0
             MOVE TRAY-FAIL-PCS TO TRAY-FAIL-FMT
             MOVE "ADR0208W" TO RST-LAST-MSG
             DISPLAY "ADR0208W TRAY QUALIFICATION: "
               FUNCTION TRIM(TRAY-FAIL-FMT)
               " PIECES FELL BACK TO FULL-RATE POSTAGE"
           END-IF.

      *******************************************************
      *> 郵資折扣資格證明書：未達最低件數盤的郵件自預分揀
      *> 輸出移至全額郵資輸出，再依通路寫出證明書，證明書
      *> 所列折扣件數即預分揀輸出實際件數
      *******************************************************
           PERFORM CERT-SPLIT-PARA.
           PERFORM VARYING CERT-I FROM 1 BY 1
                     UNTIL CERT-I > CERT-COUNT
             PERFORM CERT-WRITE-PARA
           END-PERFORM.
           IF CERT-COUNT > 0
             MOVE CERT-DISC-TOT TO CERT-FMT
             MOVE CERT-FULL-TOT TO CERT-FMT2
             MOVE "ADR0021I" TO RST-LAST-MSG
             DISPLAY "ADR0021I DISCOUNT CERTIFICATES WRITTEN - "
               "DISCOUNT PIECES: " FUNCTION TRIM(CERT-FMT)
               " FULL-RATE PIECES: " FUNCTION TRIM(CERT-FMT2)
           END-IF.

           *> DELTA 模式：回報本次套用之異動筆數
           IF CTL-IN-FORMAT = "DELTA"
             MOVE "ADR0003I" TO RST-LAST-MSG
             DISPLAY "ADR0003I DELTA APPLIED - ADD: " DELTA-ADD-COUNT
               " UPDATE: " DELTA-UPD-COUNT
               " DELETE: " DELTA-DEL-COUNT
               " SEASONAL: " DELTA-SEAS-COUNT
           END-IF.
           IF SEAS-SUB-CNT > 0
             MOVE "ADR0012I" TO RST-LAST-MSG
             DISPLAY "ADR0012I SEASONAL ADDRESSES IN FORCE THIS RUN: "
               SEAS-SUB-CNT
           END-IF.


      *******************************************************
      *> 輸出: Address_Split.csv
           *> 總筆數
      *******************************************************
           MOVE SPACES TO TOTAL-COMMENT OUT-FILE-REC-CSV.
           MOVE ERROR-COUNT TO ERROR-FMT.
           MOVE DATA-COUNT  TO DATA-FMT.
           MOVE RECON-LINE-COUNT TO RECON-FMT.

      *> 核對：DATA-COUNT (加計結構退回列與篩選略過列) 應等於
      *> 獨立計算出的輸入檔案行數
           IF DATA-COUNT + REJECT-COUNT + SEL-SKIP-COUNT
              + SKIP-UNCH-CNT
              = RECON-LINE-COUNT
             MOVE "MATCHED" TO RECON-MSG
           ELSE
             MOVE "MISMATCH" TO RECON-MSG
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: DATA-COUNT (" DATA-FMT
               ") DOES NOT MATCH INPUT LINE COUNT (" RECON-FMT ")"
           END-IF.

      *> 錯誤率超過門檻值 (ERROR-THRESHOLD, 預設 100 即不告警) 時，
      *> 於主控台輸出告警訊息，供排程監控人員注意
           IF DATA-COUNT > 0
             COMPUTE ERR-RATE-PCT ROUNDED =
               ERROR-COUNT * 100 / DATA-COUNT
             IF ERR-RATE-PCT > CTL-ERROR-THRESHOLD
               MOVE "ADR0301E" TO RST-LAST-MSG
               DISPLAY "ADR0301E "
                 "*** ALERT: BATCH ERROR RATE " ERR-RATE-PCT
                 "% EXCEEDS THRESHOLD " CTL-ERROR-THRESHOLD
                 "% (" ERROR-FMT " OF " DATA-FMT " RECORDS) ***"
             END-IF
           END-IF.

      *> OUTPUT-FORMAT=TXT 時不輸出 CSV 系列檔案，故 CLOSE 略過
           IF CTL-OUT-FMT NOT = "TXT"
             CLOSE OUT-FILE-CSV
             CLOSE ERROR-FILE-CSV
           END-IF.

           *> 關閉目的國通路分檔輸出
           IF CH-CUR-UPU NOT = SPACES
             CLOSE CH-UPU-FILE
             MOVE SPACES TO CH-CUR-UPU
           END-IF.
           IF CH-CUR-CUS NOT = SPACES
             CLOSE CH-CUS-FILE
             MOVE SPACES TO CH-CUR-CUS
           END-IF.

           *> 關閉跨境報關資料輸出
           IF CUS-R-COUNT > 0
             CLOSE CUSDECL-FILE
           END-IF.
           IF CH-CUR-FB NOT = SPACES
             CLOSE CH-FB-FILE
             MOVE SPACES TO CH-CUR-FB
           END-IF.

           *> 關閉業務單位分檔輸出
           IF BUF-CUR-SPLIT NOT = SPACES
             CLOSE BU-SPLIT-FILE
             MOVE SPACES TO BUF-CUR-SPLIT
           END-IF.
           IF BUF-CUR-FAIL NOT = SPACES
             CLOSE BU-FAIL-FILE
             MOVE SPACES TO BUF-CUR-FAIL
           END-IF.

           *> 關閉來源系統回寫/退件通知輸出
           IF SWB-CUR-WB NOT = SPACES
             CLOSE SWB-WB-FILE
             MOVE SPACES TO SWB-CUR-WB
           END-IF.
           IF SWB-CUR-RJ NOT = SPACES
             CLOSE SWB-RJ-FILE
             MOVE SPACES TO SWB-CUR-RJ
           END-IF.

      *******************************************************
      *> 輸出: RunSummary.csv
      *> 總筆數/錯誤筆數/核對結果獨立成檔，與 Address_Split.csv、
      *> Fail_Data.csv 之明細資料分離，使明細檔最後一列仍為
      *> 正常資料列，不再混入總結列
      *******************************************************
           *> 主檔平衡控制：主迴圈後已無主檔異動，取期末筆數
           PERFORM MBL-END-PARA.

           OPEN OUTPUT RUN-SUMMARY-FILE.

           MOVE WARNING-COUNT TO WARNING-FMT.

           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             "TOTAL ITEMS;ERROR ITEMS;WARNING ITEMS;" DELIMITED BY SIZE
             "REJECTED ITEMS;SUPPRESSED ITEMS;INPUT LINES;"
               DELIMITED BY SIZE
             "RECONCILIATION" DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           MOVE REJECT-COUNT TO REJECT-FMT.
           MOVE SUP-HIT-COUNT TO SUP-HIT-FMT.
           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             DATA-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             ERROR-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             WARNING-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             REJECT-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SUP-HIT-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             RECON-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RECON-MSG) DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           *> 分類器比對一致率統計
           IF CTL-PARSE-MODE = "COMPARE"
             IF PCMP-TOTAL > 0
               COMPUTE PCMP-PCT ROUNDED =
                 PCMP-AGREE * 100 / PCMP-TOTAL
             END-IF
             MOVE PCMP-TOTAL TO PCMP-T-FMT
             MOVE PCMP-AGREE TO PCMP-A-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "PARSE COMPARE FIELDS;" DELIMITED BY SIZE
               FUNCTION TRIM(PCMP-T-FMT) DELIMITED BY SIZE
               ";AGREED;" DELIMITED BY SIZE
               FUNCTION TRIM(PCMP-A-FMT) DELIMITED BY SIZE
               ";AGREEMENT PCT;" DELIMITED BY SIZE
               PCMP-PCT DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 急件快速通道統計
           IF CTL-PRIO-LANE = "Y"
             MOVE PRIO-COUNT TO PRIO-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "PRIORITY ITEMS;" DELIMITED BY SIZE
               FUNCTION TRIM(PRIO-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 目的國通路分檔統計
           IF CH-COUNT > 0
             MOVE "DESTINATION CHANNEL;UPU ITEMS;FB ITEMS"
               TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             PERFORM VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > CH-COUNT
               MOVE CH-UPU-CNT(CH-IDX) TO CH-UPU-FMT
               MOVE CH-FB-CNT(CH-IDX) TO CH-FB-FMT
               MOVE SPACES TO CH-TXT
               STRING
                 FUNCTION TRIM(CH-NAME(CH-IDX)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CH-UPU-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CH-FB-FMT) DELIMITED BY SIZE
                 INTO CH-TXT
               END-STRING
               MOVE CH-TXT TO RUN-SUMMARY-REC
               WRITE RUN-SUMMARY-REC
             END-PERFORM
           END-IF.

           *> 全國地址檔比對率統計 (P=門牌/S=街道/L=市鎮/N=未命中)
           IF REFA-ENABLED = "Y"
             MOVE REFA-P-CNT TO REFA-FMT1
             MOVE REFA-S-CNT TO REFA-FMT2
             MOVE REFA-L-CNT TO REFA-FMT3
             MOVE REFA-N-CNT TO REFA-FMT4
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "MATCH GRADE P;" DELIMITED BY SIZE
               FUNCTION TRIM(REFA-FMT1) DELIMITED BY SIZE
               ";GRADE S;" DELIMITED BY SIZE
               FUNCTION TRIM(REFA-FMT2) DELIMITED BY SIZE
               ";GRADE L;" DELIMITED BY SIZE
               FUNCTION TRIM(REFA-FMT3) DELIMITED BY SIZE
               ";GRADE N;" DELIMITED BY SIZE
               FUNCTION TRIM(REFA-FMT4) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 原文/英文行不一致統計
           IF OEN-COUNT > 0
             MOVE OEN-COUNT TO OEN-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "ORIG/EN MISMATCH ITEMS;" DELIMITED BY SIZE
               FUNCTION TRIM(OEN-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 多戶建物缺樓層/室號統計
           IF MU-MISS-CNT > 0
             MOVE MU-MISS-CNT TO MU-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "MISSING UNIT AT MULTI-OCCUPANCY;" DELIMITED BY SIZE
               FUNCTION TRIM(MU-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 未變更跳過統計 (仍計入輸入行數核對)
           IF CTL-SKIP-UNCH = "Y"
             MOVE SKIP-UNCH-CNT TO SKIP-UNCH-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "SKIPPED UNCHANGED;" DELIMITED BY SIZE
               FUNCTION TRIM(SKIP-UNCH-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 接觸頻率上限延後件統計
           IF CTC-ACTIVE = "Y"
             MOVE CTC-DEF-CNT TO CTC-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "CONTACT POLICY DEFERRED;" DELIMITED BY SIZE
               FUNCTION TRIM(CTC-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 種子地址插入件數 (不計入上列總筆數)
           IF SEED-LOADED = "Y"
             MOVE SEED-OUT-CNT TO SEED-FMT
             MOVE SEED-FAIL-CNT TO SEED-FMT2
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "SEEDS INSERTED;" DELIMITED BY SIZE
               FUNCTION TRIM(SEED-FMT) DELIMITED BY SIZE
               ";NOT INSERTED;" DELIMITED BY SIZE
               FUNCTION TRIM(SEED-FMT2) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 禁運目的國扣件統計
           IF EMB-COUNT > 0
             MOVE EMB-HIT-COUNT TO EMB-HIT-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "EMBARGOED ITEMS;" DELIMITED BY SIZE
               FUNCTION TRIM(EMB-HIT-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 高風險地址用途統計 (合計、各代碼、新轉高風險)
           MOVE HRU-TOTAL TO HRU-FMT.
           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             "HIGH-RISK ADDRESSES;" DELIMITED BY SIZE
             FUNCTION TRIM(HRU-FMT) DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.
           PERFORM VARYING HRU-I FROM 1 BY 1 UNTIL HRU-I > 6
             IF HRU-CNT(HRU-I) > 0
               MOVE HRU-CNT(HRU-I) TO HRU-FMT
               MOVE SPACES TO TOTAL-COMMENT
               STRING
                 "HIGH-RISK " DELIMITED BY SIZE
                 FUNCTION TRIM(HRU-CODE(HRU-I)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(HRU-FMT) DELIMITED BY SIZE
                 INTO TOTAL-COMMENT
               END-STRING
               MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
               WRITE RUN-SUMMARY-REC
             END-IF
           END-PERFORM.
           MOVE HRU-NEW-CNT TO HRU-FMT.
           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             "NEWLY HIGH-RISK;" DELIMITED BY SIZE
             FUNCTION TRIM(HRU-FMT) DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           *> 受限對象篩檢扣件統計 (待覆核/已確認分列)
           IF DPS-COUNT > 0
             MOVE DPS-HOLD-CNT TO DPS-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "DENIED PARTY HOLDS;" DELIMITED BY SIZE
               FUNCTION TRIM(DPS-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             MOVE DPS-CONF-CNT TO DPS-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "DENIED PARTY CONFIRMED;" DELIMITED BY SIZE
               FUNCTION TRIM(DPS-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 跨境報關資料統計 (CustomsRules.csv 有載入時)
           IF CUS-R-COUNT > 0
             MOVE CUS-DECL-CNT TO CUS-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "CUSTOMS DECLARATIONS;" DELIMITED BY SIZE
               FUNCTION TRIM(CUS-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             MOVE CUS-FAIL-CNT TO CUS-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "CUSTOMS INCOMPLETE;" DELIMITED BY SIZE
               FUNCTION TRIM(CUS-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> UPU S10 追蹤號碼配號統計與號段低水位警示
           IF S10-COUNT > 0
             MOVE S10-ISSUED TO S10-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "S10 NUMBERS ISSUED;" DELIMITED BY SIZE
               FUNCTION TRIM(S10-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             MOVE S10-NONE-CNT TO S10-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "S10 NOT AVAILABLE;" DELIMITED BY SIZE
               FUNCTION TRIM(S10-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             PERFORM S10-WARN-PARA
           END-IF.

           *> 郵資估算 (RateCard.csv 有載入時)
           IF RATE-COUNT > 0
             OPEN OUTPUT POSTAGE-EST-FILE
             MOVE "CHANNEL;COUNTRY;PIECES;FULL_AMOUNT;EST_AMOUNT"
               TO POSTAGE-EST-REC
             WRITE POSTAGE-EST-REC
             PERFORM VARYING PST-I FROM 1 BY 1
                       UNTIL PST-I > PST-COUNT
               MOVE PST-PIECES(PST-I) TO PST-PIECES-FMT
               MOVE SPACES TO PST-TXT
               STRING
                 FUNCTION TRIM(PST-CHAN(PST-I)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(PST-CTRY(PST-I)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(PST-PIECES-FMT) DELIMITED BY SIZE
                 INTO PST-TXT
               END-STRING
               MOVE PST-FULL(PST-I) TO PST-AMT-FMT
               STRING
                 FUNCTION TRIM(PST-TXT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(PST-AMT-FMT) DELIMITED BY SIZE
                 INTO PST-TXT
               END-STRING
               MOVE PST-NET(PST-I) TO PST-AMT-FMT
               STRING
                 FUNCTION TRIM(PST-TXT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(PST-AMT-FMT) DELIMITED BY SIZE
                 INTO PST-TXT
               END-STRING
               MOVE PST-TXT TO POSTAGE-EST-REC
               WRITE POSTAGE-EST-REC
             END-PERFORM
             CLOSE POSTAGE-EST-FILE

             MOVE PST-RUN-TOTAL TO PST-TOT-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "ESTIMATED POSTAGE TOTAL;" DELIMITED BY SIZE
               FUNCTION TRIM(PST-TOT-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 裝盤統計 (盤數/具資格盤數/全額郵資件數)
           IF TRAY-NO > 0
             MOVE TRAY-NO TO TRAY-NO-FMT
             MOVE TRAY-QUAL-CNT TO TRAY-QUAL-FMT
             MOVE TRAY-FAIL-PCS TO TRAY-FAIL-FMT
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "TRAYS;" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-NO-FMT) DELIMITED BY SIZE
               ";QUALIFIED TRAYS;" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-QUAL-FMT) DELIMITED BY SIZE
               ";FULL-RATE FALLBACK PIECES;" DELIMITED BY SIZE
               FUNCTION TRIM(TRAY-FAIL-FMT) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 郵資折扣資格證明書 (各通路折扣件/全額郵資件)
           PERFORM VARYING CERT-I FROM 1 BY 1
                     UNTIL CERT-I > CERT-COUNT
             MOVE CERT-DISC-CNT(CERT-I) TO CERT-FMT
             MOVE CERT-FULL-CNT(CERT-I) TO CERT-FMT2
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "DISCOUNT CERTIFICATE;" DELIMITED BY SIZE
               FUNCTION TRIM(CERT-NAME(CERT-I)) DELIMITED BY SIZE
               ";DISCOUNT PIECES;" DELIMITED BY SIZE
               FUNCTION TRIM(CERT-FMT) DELIMITED BY SIZE
               ";FULL-RATE PIECES;" DELIMITED BY SIZE
               FUNCTION TRIM(CERT-FMT2) DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING
             MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-PERFORM.

           *> 各階段耗時 (秒；ENRICHMENT 為主迴圈內的小計)
           MOVE "PHASE;SECONDS;RECORDS_PER_SEC" TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.
           PERFORM VARYING PH-IDX FROM 1 BY 1 UNTIL PH-IDX > 6
             MOVE PH-SECS(PH-IDX) TO PH-SEC-FMT
             MOVE 0 TO PH-RPS
             IF PH-SECS(PH-IDX) > 0
               COMPUTE PH-RPS = DATA-COUNT / PH-SECS(PH-IDX)
             END-IF
             MOVE PH-RPS TO PH-RPS-FMT
             MOVE SPACES TO PH-TXT
             STRING
               FUNCTION TRIM(PH-NAME(PH-IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PH-SEC-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PH-RPS-FMT) DELIMITED BY SIZE
               INTO PH-TXT
             END-STRING
             MOVE PH-TXT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-PERFORM.

           *> 品質分數分佈 (0-25 / 26-50 / 51-75 / 76-100)
           MOVE SCORE-BUCKET(1) TO SCORE-B1-FMT.
           MOVE SCORE-BUCKET(2) TO SCORE-B2-FMT.
           MOVE SCORE-BUCKET(3) TO SCORE-B3-FMT.
           MOVE SCORE-BUCKET(4) TO SCORE-B4-FMT.
           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             "SCORE 0-25;SCORE 26-50;SCORE 51-75;SCORE 76-100"
               DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.
           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             SCORE-B1-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SCORE-B2-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SCORE-B3-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SCORE-B4-FMT DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           *> 參照資料版次與授權到期日
           MOVE "REFERENCE FILE;VENDOR;EDITION DATE;LICENCE EXPIRY;USE"
             TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.
           PERFORM VARYING RDR-J FROM 1 BY 1 UNTIL RDR-J > 4
             PERFORM RDR-SUMMARY-PARA
           END-PERFORM.

           *> 地址變更確認通知：本次發出件數與續跑未重發件數
           IF NTC-ISSUED > 0 OR NTC-DUP > 0
             MOVE SPACES TO RUN-SUMMARY-REC
             STRING "CHANGE NOTICES;ISSUED;ALREADY SENT"
               DELIMITED BY SIZE
               INTO RUN-SUMMARY-REC
             END-STRING
             WRITE RUN-SUMMARY-REC
             MOVE NTC-ISSUED TO NTC-FMT
             MOVE NTC-DUP TO NTC-FMT2
             MOVE SPACES TO RUN-SUMMARY-REC
             STRING
               "CHANGE NOTICES;" DELIMITED BY SIZE
               FUNCTION TRIM(NTC-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(NTC-FMT2) DELIMITED BY SIZE
               INTO RUN-SUMMARY-REC
             END-STRING
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 件數流向 (PIECE-RECON 逐段核對用)：進入輸出前分流
           *> 各類件數、不交付 UPU 件、全額郵資件與入盤預分揀件；
           *> 種子件不在總筆數內，進入輸出時加計
           MOVE SUP-HIT-COUNT TO PRESORT-FMT(1).
           MOVE UND-SUP-COUNT TO PRESORT-FMT(2).
           MOVE EMB-HIT-COUNT TO PRESORT-FMT(3).
           COMPUTE PRESORT-FMT(4) = DPS-HOLD-CNT + DPS-CONF-CNT.
           MOVE CTC-DEF-CNT TO CTC-FMT.
           MOVE SEED-OUT-CNT TO SEED-FMT.
           COMPUTE PRESORT-FMT(5) = DELTA-DEL-COUNT + DELTA-SEAS-COUNT.
           MOVE UPU-WH-CNT TO PRESORT-FMT(6).
           MOVE PRESORT-FULL-CNT TO PRESORT-FMT(7).
           MOVE PRESORT-SEQ TO PRESORT-FMT(8).
           MOVE SPACES TO TOTAL-COMMENT.
           STRING
             "PIECE FLOW;SUPPRESSED;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(1)) DELIMITED BY SIZE
             ";UNDELIVERABLE;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(2)) DELIMITED BY SIZE
             ";EMBARGOED;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(3)) DELIMITED BY SIZE
             ";SCREEN HELD;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(4)) DELIMITED BY SIZE
             ";DELTA NO OUTPUT;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(5)) DELIMITED BY SIZE
             ";UPU WITHHELD;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(6)) DELIMITED BY SIZE
             ";FULL RATE;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(7)) DELIMITED BY SIZE
             ";PRESORTED;" DELIMITED BY SIZE
             FUNCTION TRIM(PRESORT-FMT(8)) DELIMITED BY SIZE
             ";CONTACT DEFERRED;" DELIMITED BY SIZE
             FUNCTION TRIM(CTC-FMT) DELIMITED BY SIZE
             ";SEEDS;" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-FMT) DELIMITED BY SIZE
             INTO TOTAL-COMMENT
           END-STRING.
           MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           *> 地址主檔平衡控制 (期初/期末筆數與各類主檔 I/O)
           PERFORM MBL-SUMMARY-PARA.

           *> 本次郵寄 (MAILING-ID)：預定/實寄件數與預估郵資
           IF MRG-ACTIVE = "Y"
             MOVE SPACES TO RUN-SUMMARY-REC
             STRING "MAILING;MAILING_ID;CAMPAIGN;" DELIMITED BY SIZE
               "PLANNED;MAILED;EST POSTAGE" DELIMITED BY SIZE
               INTO RUN-SUMMARY-REC
             END-STRING
             WRITE RUN-SUMMARY-REC
             MOVE MRG-RUN-PLAN TO MRG-FMT1
             MOVE HSK-UPU-COUNT TO MRG-FMT2
             MOVE PST-RUN-TOTAL TO MRG-AMT-FMT
             MOVE SPACES TO MRG-TXT
             STRING
               "MAILING;" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-RUN-ID) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CTL-MAILING-CAMP) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-FMT2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-AMT-FMT) DELIMITED BY SIZE
               INTO MRG-TXT
             END-STRING
             MOVE MRG-TXT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
           END-IF.

           *> 缺可用寄件人而未交付 UPU/ISO 20022 之業務單位
           IF SND-MISS-COUNT > 0
             MOVE "SENDER PROFILE MISSING;UNIT;RECORDS WITHHELD"
               TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             PERFORM VARYING SND-MISS-I FROM 1 BY 1
                       UNTIL SND-MISS-I > SND-MISS-COUNT
               MOVE SND-MISS-CNT(SND-MISS-I) TO SND-FMT
               MOVE SPACES TO SND-TXT
               STRING
                 "SENDER PROFILE MISSING;" DELIMITED BY SIZE
                 FUNCTION TRIM(SND-MISS-UNIT(SND-MISS-I))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(SND-FMT) DELIMITED BY SIZE
                 INTO SND-TXT
               END-STRING
               MOVE SND-TXT TO RUN-SUMMARY-REC
               WRITE RUN-SUMMARY-REC
               MOVE "ADR0221W" TO RST-LAST-MSG
               DISPLAY "ADR0221W " FUNCTION TRIM(SND-FMT)
                 " RECORDS OF UNIT "
                 FUNCTION TRIM(SND-MISS-UNIT(SND-MISS-I))
                 " WITHHELD FROM UPU/ISO 20022 - NO USABLE SENDER "
                 "PROFILE"
             END-PERFORM
           END-IF.

           *> 目的國名在地化：已在地化件數，及無核定國名之目的國
           IF CNL-ACTIVE = "Y"
             PERFORM CNL-SUMMARY-PARA
           END-IF.

           CLOSE RUN-SUMMARY-FILE.


      *******************************************************
      *> 輸出: Address_Split.txt / Fail_Data.txt
           *> 總筆數
      *> OUTPUT-FORMAT=CSV 時不輸出 TXT 系列檔案，故總筆數列與 CLOSE 均略過
      *******************************************************
           IF CTL-OUT-FMT NOT = "CSV"
             *> === 輸出分隔線 ===
             MOVE DIVIDING-LINE TO OUT-FILE-REC
             WRITE OUT-FILE-REC

             *> 總筆數
             MOVE SPACES TO TOTAL-COMMENT
             STRING
               "TOTAL ITEMS: " DELIMITED BY SIZE
               DATA-FMT DELIMITED BY SIZE
               ", ERROR ITEMS: " DELIMITED BY SIZE
               ERROR-FMT DELIMITED BY SIZE
               INTO TOTAL-COMMENT
             END-STRING

             COMPUTE TOTAL-LEN =
                 LENGTH OF FUNCTION TRIM(TMP-TOTAL-TXT)
               - LENGTH OF FUNCTION TRIM(TOTAL-COMMENT)
               - 3
             MOVE SPACES TO OUT-FILE-REC TMP-TOTAL-TXT WS-CENTER-FLD
             STRING
               "| " DELIMITED BY SIZE
               FUNCTION TRIM(TOTAL-COMMENT) DELIMITED BY SIZE
               WS-CENTER-FLD(1:TOTAL-LEN) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO TMP-TOTAL-TXT
             END-STRING

             *> 寫入檔案
             MOVE TMP-TOTAL-TXT TO OUT-FILE-REC
             WRITE OUT-FILE-REC

             *> 關閉檔案
             CLOSE OUT-FILE

             *> === 輸出內容 ===
             IF ERROR-COUNT > 0
               *> === 輸出分隔線 ===
               MOVE DIVIDING-LINE-ERROR TO ERROR-REC
               WRITE ERROR-REC

               *> 總筆數
               MOVE SPACES TO TOTAL-COMMENT
               STRING
                 "ERROR ITEMS: " DELIMITED BY SIZE
                 ERROR-FMT DELIMITED BY SIZE
                 INTO TOTAL-COMMENT
               END-STRING
               COMPUTE TOTAL-LEN =
                   LENGTH OF FUNCTION TRIM(DIVIDING-LINE-ERROR)
                 - LENGTH OF FUNCTION TRIM(TOTAL-COMMENT)
                 - 3
               MOVE SPACES TO WS-CENTER-FLD TMP-ERROR-TXT
               STRING
                 "| " DELIMITED BY SIZE
                 FUNCTION TRIM(TOTAL-COMMENT) DELIMITED BY SIZE
                 WS-CENTER-FLD(1:TOTAL-LEN) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO TMP-ERROR-TXT
               END-STRING

               *> 寫入檔案
               MOVE TMP-ERROR-TXT TO ERROR-REC
               WRITE ERROR-REC

             *> ===============       無錯誤資料       ===============
             ELSE
               MOVE "|" TO TMP-ERROR-TXT
               MOVE "NO ERROR DATA" TO TMP-DATA
               STRING
                 FUNCTION TRIM(TMP-ERROR-TXT) DELIMITED BY SIZE
                 TMP-DATA(1:WS-FIELD-LEN - 2) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO TMP-ERROR-TXT

                 *> 寫入檔案
                 MOVE TMP-ERROR-TXT TO ERROR-REC
                 WRITE ERROR-REC
             END-IF

             *> 關閉檔案
             CLOSE ERROR-FILE
           END-IF.


      *******************************************************
      *> 輸出: Country_City_Totals.csv
      *******************************************************
           OPEN OUTPUT CC-TOTALS-FILE.

           MOVE "COUNTRY;CITY;TOTAL ITEMS;ERROR ITEMS" TO CC-REC.
           MOVE CC-REC TO CC-TOTALS-REC.
           WRITE CC-TOTALS-REC.

           PERFORM VARYING CC-IDX FROM 1 BY 1
                     UNTIL CC-IDX > CC-ENTRY-COUNT
             MOVE CC-TOTAL(CC-IDX) TO CC-TOTAL-FMT
             MOVE CC-ERROR(CC-IDX) TO CC-ERROR-FMT
             MOVE SPACES TO CC-REC
             STRING
               FUNCTION TRIM(CC-COUNTRY(CC-IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CC-CITY(CC-IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CC-TOTAL-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CC-ERROR-FMT) DELIMITED BY SIZE
               INTO CC-REC
             END-STRING
             MOVE CC-REC TO CC-TOTALS-REC
             WRITE CC-TOTALS-REC
           END-PERFORM.

           CLOSE CC-TOTALS-FILE.

      *******************************************************
      *> 輸出: BusinessUnit_Summary.csv
      *******************************************************
           OPEN OUTPUT BU-SUMMARY-FILE.

           MOVE "BUSINESS_UNIT;TOTAL ITEMS;ERROR ITEMS;WARNING ITEMS"
             TO BU-REC.
           MOVE BU-REC TO BU-SUMMARY-REC.
           WRITE BU-SUMMARY-REC.

           PERFORM VARYING BU-IDX FROM 1 BY 1
                     UNTIL BU-IDX > BU-ENTRY-COUNT
             MOVE BU-TOTAL(BU-IDX) TO BU-TOTAL-FMT
             MOVE BU-ERROR(BU-IDX) TO BU-ERROR-FMT
             MOVE BU-WARNING(BU-IDX) TO BU-WARNING-FMT
             MOVE SPACES TO BU-REC
             STRING
               FUNCTION TRIM(BU-NAME(BU-IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(BU-TOTAL-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(BU-ERROR-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(BU-WARNING-FMT) DELIMITED BY SIZE
               INTO BU-REC
             END-STRING
             MOVE BU-REC TO BU-SUMMARY-REC
             WRITE BU-SUMMARY-REC
           END-PERFORM.

           CLOSE BU-SUMMARY-FILE.

           *> 關閉檔案、TRACE-FILE
           IF CTL-TRACE-CUSTID NOT = SPACES
             CLOSE TRACE-FILE
           END-IF.

           *> 關閉檔案、PCMP-FILE
           IF CTL-PARSE-MODE = "COMPARE"
             CLOSE PCMP-FILE
           END-IF.

           *> 關閉檔案、SUPPRESSED-FILE
           CLOSE SUPPRESSED-FILE.
           IF SUP-COUNT > 0
             CLOSE SUP-IDX-FILE
           END-IF.

           *> 關閉檔案、EMBARGOED-FILE
           IF EMB-COUNT > 0
             CLOSE EMBARGOED-FILE
           END-IF.

           *> 關閉檔案、DPS-REVIEW-FILE (並回報篩檢件數)
           PERFORM DPS-CLOSE-PARA.

           *> 關閉接觸歷史與延後清單 (並回報記入/延後件數)
           PERFORM CTC-CLOSE-PARA.

           *> 關閉多戶建物登錄檔與缺室號清單 (並回報件數)
           PERFORM MU-CLOSE-PARA.

           *> 關閉檔案、CONFLICTS-FILE
           IF SRV-COUNT > 0
             CLOSE CONFLICTS-FILE
             IF SRV-CONF-CNT > 0
               MOVE SRV-CONF-CNT TO SRV-CONF-FMT
               MOVE "ADR0207W" TO RST-LAST-MSG
               DISPLAY "ADR0207W "
                 "SURVIVORSHIP: " FUNCTION TRIM(SRV-CONF-FMT)
                 " LOWER-RANKED OVERWRITES HELD - SEE Conflicts.csv"
             END-IF
           END-IF.

           *> 關閉檔案、SUGGEST-FILE
           CLOSE SUGGEST-FILE.

           *> 關閉檔案、REJECT-FILE
           CLOSE REJECT-FILE.

           *> 關閉檔案、NORM-LOG-FILE
           CLOSE NORM-LOG-FILE.

           *> 關閉檔案、WARNING-LOG-FILE
           CLOSE WARNING-LOG-FILE.

           *> 關閉檔案、ORIGEN-FILE
           CLOSE ORIGEN-FILE.

           *> 關閉檔案、UPU-FILE
           CLOSE UPU-FILE.

           *> 關閉檔案、QA-SAMPLE-FILE
           IF CTL-QA-SAMPLE > 0
             CLOSE QA-SAMPLE-FILE
           END-IF.

           *> 關閉檔案、CBPRV-FILE
           IF CTL-CBPR-ENFORCE NOT = "OFF"
             CLOSE CBPRV-FILE
             IF CBPR-VIO-CNT > 0
               MOVE CBPR-VIO-CNT TO CBPR-VIO-FMT
               MOVE "ADR0209W" TO RST-LAST-MSG
               DISPLAY "ADR0209W CBPR+ VALIDATION: "
                 FUNCTION TRIM(CBPR-VIO-FMT) " VIOLATIONS ("
                 CBPR-WH-CNT " PIECES WITHHELD) - SEE "
                 "CBPR_Violations.csv"
             END-IF
           END-IF.

           *> 關閉檔案、ISO20022-FILE
           CLOSE ISO20022-FILE.

           *> 解析結果存檔收尾：ISO 20022 片段檔整份存入，寫表尾
           *> 並於索引標記 COMPLETE
           PERFORM PRS-CLOSE-PARA.

           *> 關閉檔案、MT-PARTY-FILE / MT-VIO-FILE
           CLOSE MT-PARTY-FILE.
           CLOSE MT-VIO-FILE.
           MOVE MT-CNT TO MT-FMT.
           MOVE "ADR0039I" TO RST-LAST-MSG.
           DISPLAY "ADR0039I SWIFT MT PARTY ADDRESSES: "
             FUNCTION TRIM(MT-FMT) " - SEE SWIFT_MT_Party.csv".
           IF MT-REJ-CNT > 0
             MOVE MT-REJ-CNT TO MT-FMT
             MOVE "ADR0236W" TO RST-LAST-MSG
             DISPLAY "ADR0236W SWIFT MT PARTY ADDRESSES NOT FITTED: "
               FUNCTION TRIM(MT-FMT)
               " - SEE SWIFT_MT_Violations.csv"
           END-IF.

           *> 關閉檔案、FIXED-FILE
           CLOSE FIXED-FILE.

      *******************************************************
      *> 輸出：各資料輸出檔的完整性控制檔 (.ctl)
      *******************************************************
           IF CTL-OUT-FMT NOT = "TXT"
             MOVE CTL-OUT-CSV-PATH TO HSK-CUR-BASE
             MOVE HSK-CSV-COUNT TO HSK-CUR-COUNT
             MOVE HSK-CSV-BYTES TO HSK-CUR-BYTES
             MOVE HSK-CSV-HASH  TO HSK-CUR-HASH
             PERFORM HSK-WRITE-PARA

             MOVE CTL-ERR-CSV-PATH TO HSK-CUR-BASE
             MOVE HSK-FAIL-COUNT TO HSK-CUR-COUNT
             MOVE HSK-FAIL-BYTES TO HSK-CUR-BYTES
             MOVE HSK-FAIL-HASH  TO HSK-CUR-HASH
             PERFORM HSK-WRITE-PARA
           END-IF.

           MOVE CTL-FIXED-PATH TO HSK-CUR-BASE.
           MOVE HSK-FB-COUNT TO HSK-CUR-COUNT.
           MOVE HSK-FB-BYTES TO HSK-CUR-BYTES.
           MOVE HSK-FB-HASH  TO HSK-CUR-HASH.
           PERFORM HSK-WRITE-PARA.

           MOVE CTL-UPU-PATH TO HSK-CUR-BASE.
           MOVE HSK-UPU-COUNT TO HSK-CUR-COUNT.
           MOVE HSK-UPU-BYTES TO HSK-CUR-BYTES.
           MOVE HSK-UPU-HASH  TO HSK-CUR-HASH.
           PERFORM HSK-WRITE-PARA.

           *> 來源系統回寫/退件通知檔 (本次有產出者)
           PERFORM VARYING SWB-IDX FROM 1 BY 1
                     UNTIL SWB-IDX > SWB-COUNT
             MOVE SWB-IDX TO SWB-FOUND
             IF SWB-S-WB-INIT(SWB-IDX) = "Y"
               PERFORM SWB-WB-PATH-PARA
               MOVE CTL-SWB-WB-PATH TO HSK-CUR-BASE
               MOVE SWB-S-WB-SEQ(SWB-IDX)   TO HSK-CUR-COUNT
               MOVE SWB-S-WB-BYTES(SWB-IDX) TO HSK-CUR-BYTES
               MOVE SWB-S-WB-HASH(SWB-IDX)  TO HSK-CUR-HASH
               PERFORM HSK-WRITE-PARA
             END-IF
             IF SWB-S-RJ-INIT(SWB-IDX) = "Y"
               PERFORM SWB-RJ-PATH-PARA
               MOVE CTL-SWB-RJ-PATH TO HSK-CUR-BASE
               MOVE SWB-S-RJ-SEQ(SWB-IDX)   TO HSK-CUR-COUNT
               MOVE SWB-S-RJ-BYTES(SWB-IDX) TO HSK-CUR-BYTES
               MOVE SWB-S-RJ-HASH(SWB-IDX)  TO HSK-CUR-HASH
               PERFORM HSK-WRITE-PARA
             END-IF
           END-PERFORM.
           IF SWB-WB-ROWS > 0 OR SWB-RJ-ROWS > 0
             MOVE SWB-WB-ROWS TO SWB-ROWS-FMT
             MOVE SWB-RJ-ROWS TO SWB-ROWS-FMT2
             MOVE "ADR0040I" TO RST-LAST-MSG
             DISPLAY "ADR0040I SOURCE WRITE-BACK ROWS: "
               FUNCTION TRIM(SWB-ROWS-FMT) ", REJECT NOTICE ROWS: "
               FUNCTION TRIM(SWB-ROWS-FMT2)
               " - SEE WriteBack_/RejectNotice_<SOURCE>.csv"
           END-IF.

      *******************************************************
      *> 主管核放管制 (須在發佈與鏡像之前裁決)：件數或預估
      *> 郵資超過門檻時，郵寄輸出改名 .held 扣住，正式檔名
      *> 不發佈、鏡像亦不複製；主管核可檔已在場且批號相符時
      *> 視同事前核可，逕行發佈並記錄核可人
      *******************************************************
           IF (CTL-REL-MAX-PCS > 0 AND DATA-COUNT > CTL-REL-MAX-PCS)
              OR (CTL-REL-MAX-POST > 0
                  AND PST-RUN-TOTAL > CTL-REL-MAX-POST)
             MOVE "N" TO REL-APPROVED
             OPEN INPUT REL-APPR-FILE
             IF REL-APPR-STATUS = "00"
               READ REL-APPR-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SPACES TO REL-APPROVER REL-BATCH-TXT
                   UNSTRING REL-APPR-REC DELIMITED BY ";"
                       INTO REL-APPROVER REL-BATCH-TXT
               END-READ
               CLOSE REL-APPR-FILE
               IF FUNCTION TRIM(REL-APPROVER) NOT = SPACES
                  AND (BATCH-MODE-FLAG NOT = "Y"
                       OR (FUNCTION TRIM(REL-BATCH-TXT) IS NUMERIC
                           AND FUNCTION NUMVAL(
                                 FUNCTION TRIM(REL-BATCH-TXT))
                               = BATCH-NUMBER-NUM))
                 *> 核可人須為登錄之主管，否則照常扣住
                 PERFORM REL-APPROVER-CHECK-PARA
                 IF SGN-RESULT = "Y"
                   MOVE "Y" TO REL-APPROVED
                 END-IF
               END-IF
             END-IF

             IF REL-APPROVED = "Y"
               MOVE "input\ReleaseApproval.txt" TO REL-SRC-PATH
               CALL "CBL_DELETE_FILE" USING REL-SRC-PATH
                 RETURNING ARCHIVE-RC
               IF AUDIT-NOTES = SPACES
                 STRING
                   "RELEASE APPROVED BY " DELIMITED BY SIZE
                   FUNCTION TRIM(REL-APPROVER) DELIMITED BY SIZE
                   INTO AUDIT-NOTES
                 END-STRING
               ELSE
                 STRING
                   FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
                   ", RELEASE APPROVED BY " DELIMITED BY SIZE
                   FUNCTION TRIM(REL-APPROVER) DELIMITED BY SIZE
                   INTO AUDIT-NOTES
                 END-STRING
               END-IF
             ELSE
               MOVE "Y" TO REL-HELD-FLAG
               *> 扣住清單 (Held_Outputs.txt)：記下本批實際扣住
               *> 的檔名，核放時按清單逐一釋出 (通路分檔名稱
               *> 於核放執行時無從重算，必須靠清單)
               MOVE SPACES TO REL-HELD-PATH
               STRING
                 FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                 "Held_Outputs.txt" DELIMITED BY SIZE
                 INTO REL-HELD-PATH
               END-STRING
               OPEN OUTPUT REL-HELD-FILE
               *> .ctl 交握檔須與資料檔同進退：資料檔改名 .held
               *> 而 .ctl 留在正式檔名，輪詢端會誤判資料已到
               PERFORM VARYING REL-I FROM 1 BY 1 UNTIL REL-I > 5
                 EVALUATE REL-I
                   WHEN 1
                     MOVE "UPU_Address.csv" TO REL-NAME
                   WHEN 2
                     MOVE "Address_Split_FB.txt" TO REL-NAME
                   WHEN 3
                     MOVE "Address_Split_FB_Presort.txt" TO REL-NAME
                   WHEN 4
                     MOVE "UPU_Address.csv.ctl" TO REL-NAME
                   WHEN 5
                     MOVE "Address_Split_FB.txt.ctl" TO REL-NAME
                 END-EVALUATE
                 *> 原子性發佈時郵寄輸出尚在 work\ 下，逕自
                 *> 該處扣住，正式檔名從頭到尾不曾出現
                 MOVE SPACES TO REL-SRC-PATH
                 IF CTL-ATOMIC-PUB = "Y"
                   STRING
                     FUNCTION TRIM(PUB-WORK-DIR) DELIMITED BY SIZE
                     FUNCTION TRIM(REL-NAME) DELIMITED BY SIZE
                     INTO REL-SRC-PATH
                   END-STRING
                 ELSE
                   STRING
                     FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                     FUNCTION TRIM(REL-NAME) DELIMITED BY SIZE
                     INTO REL-SRC-PATH
                   END-STRING
                 END-IF
                 MOVE SPACES TO REL-DST-PATH
                 STRING
                   FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                   FUNCTION TRIM(REL-NAME) DELIMITED BY SIZE
                   ".held" DELIMITED BY SIZE
                   INTO REL-DST-PATH
                 END-STRING
                 CALL "CBL_RENAME_FILE" USING REL-SRC-PATH
                   REL-DST-PATH RETURNING ARCHIVE-RC
                 MOVE REL-NAME TO REL-HELD-REC
                 WRITE REL-HELD-REC
               END-PERFORM
               *> 通路分檔 (UPU_Address_<通路>.csv 與
               *> Address_Split_FB_<通路>.txt) 一律直接寫在輸出
               *> 目錄下 (不經 work\)，須一併扣住，否則郵寄作業
               *> 單位仍取得未核放的通路檔
               PERFORM VARYING CH-IDX FROM 1 BY 1
                         UNTIL CH-IDX > CH-COUNT
                 IF CH-UPU-INIT(CH-IDX) = "Y"
                   MOVE SPACES TO REL-NAME
                   STRING
                     "UPU_Address_" DELIMITED BY SIZE
                     FUNCTION TRIM(CH-NAME(CH-IDX))
                       DELIMITED BY SIZE
                     ".csv" DELIMITED BY SIZE
                     INTO REL-NAME
                   END-STRING
                   PERFORM REL-HOLD-CHAN-PARA
                 END-IF
                 IF CH-FB-INIT(CH-IDX) = "Y"
                   MOVE SPACES TO REL-NAME
                   STRING
                     "Address_Split_FB_" DELIMITED BY SIZE
                     FUNCTION TRIM(CH-NAME(CH-IDX))
                       DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO REL-NAME
                   END-STRING
                   PERFORM REL-HOLD-CHAN-PARA
                 END-IF
                 IF CH-CUS-INIT(CH-IDX) = "Y"
                   MOVE SPACES TO REL-NAME
                   STRING
                     "Customs_" DELIMITED BY SIZE
                     FUNCTION TRIM(CH-NAME(CH-IDX))
                       DELIMITED BY SIZE
                     ".csv" DELIMITED BY SIZE
                     INTO REL-NAME
                   END-STRING
                   PERFORM REL-HOLD-CHAN-PARA
                 END-IF
               END-PERFORM
               *> 全額郵資輸出與預分揀輸出同進退
               MOVE "Address_Split_FB_FullRate.txt" TO REL-NAME
               PERFORM REL-HOLD-CHAN-PARA
               *> 報關資料與郵寄輸出同進退
               IF CUS-R-COUNT > 0
                 MOVE "Customs_Declaration.csv" TO REL-NAME
                 PERFORM REL-HOLD-CHAN-PARA
               END-IF
               CLOSE REL-HELD-FILE
               MOVE "ADR0302E" TO RST-LAST-MSG
               DISPLAY "ADR0302E *** RUN EXCEEDS RELEASE THRESHOLDS - "
                 "MAILING OUTPUTS HELD (.held) PENDING SUPERVISOR "
                 "APPROVAL (RUN-MODE=RELEASE) ***"
               IF AUDIT-NOTES = SPACES
                 MOVE "RUN HELD PENDING SUPERVISOR APPROVAL"
                   TO AUDIT-NOTES
               ELSE
                 STRING
                   FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
                   ", RUN HELD PENDING SUPERVISOR APPROVAL"
                     DELIMITED BY SIZE
                   INTO AUDIT-NOTES
                 END-STRING
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 原子性發佈：交握總數已算妥，work\ 下的整套資料輸出
      *> (含 .ctl) 以換名發佈到正式檔名 (被扣住的郵寄輸出已
      *> 改名 .held，不在發佈之列)；消費端不可能再取到半寫檔
      *******************************************************
           IF CTL-ATOMIC-PUB = "Y"
             PERFORM VARYING PUB-I FROM 1 BY 1 UNTIL PUB-I > 13
               EVALUATE PUB-I
                 WHEN 1
                   MOVE "Address_Split.csv" TO PUB-NAME
                 WHEN 2
                   MOVE "Fail_Data.csv" TO PUB-NAME
                 WHEN 3
                   MOVE "Fail_Data_Refeed.csv" TO PUB-NAME
                 WHEN 4
                   MOVE "Address_Split.txt" TO PUB-NAME
                 WHEN 5
                   MOVE "Fail_Data.txt" TO PUB-NAME
                 WHEN 6
                   MOVE "Fail_Data_Refeed.txt" TO PUB-NAME
                 WHEN 7
                   MOVE "UPU_Address.csv" TO PUB-NAME
                 WHEN 8
                   MOVE "Address_Split_FB.txt" TO PUB-NAME
                 WHEN 9
                   MOVE "ISO20022_Address.xml" TO PUB-NAME
                 WHEN 10
                   MOVE "Address_Split_FB_Presort.txt" TO PUB-NAME
                 WHEN 11
                   MOVE "RunSummary.csv" TO PUB-NAME
                 WHEN 12
                   MOVE "Address_Split.csv.ctl" TO PUB-NAME
                 WHEN 13
                   MOVE "UPU_Address.csv.ctl" TO PUB-NAME
               END-EVALUATE
               *> 被扣住的郵寄輸出連同其 .ctl 交握檔一律不
               *> 發佈 (只見 .ctl 不見資料檔會誤導輪詢端)
               IF NOT (REL-HELD-FLAG = "Y" AND
                       (PUB-NAME = "UPU_Address.csv" OR
                        PUB-NAME = "Address_Split_FB.txt" OR
                        PUB-NAME = "Address_Split_FB_Presort.txt"
                        OR PUB-NAME = "UPU_Address.csv.ctl"))
                 PERFORM PUBLISH-ONE-PARA
               END-IF
             END-PERFORM
             MOVE "Fail_Data.csv.ctl" TO PUB-NAME
             PERFORM PUBLISH-ONE-PARA
             MOVE "Fail_Data_Refeed.csv.ctl" TO PUB-NAME
             PERFORM PUBLISH-ONE-PARA
             IF REL-HELD-FLAG NOT = "Y"
               MOVE "Address_Split_FB.txt.ctl" TO PUB-NAME
               PERFORM PUBLISH-ONE-PARA
             END-IF
             MOVE "ADR0011I" TO RST-LAST-MSG
             DISPLAY "ADR0011I OUTPUT SET PUBLISHED FROM "
               FUNCTION TRIM(PUB-WORK-DIR)
           END-IF.

      *******************************************************
      *> 輸出: Undeliverable.dat 回寫 (排除已解除者) 與
      *>       ReturnRate.csv (依退件原因/SOURCE_SYSTEM 統計)
      *******************************************************
           OPEN OUTPUT UNDEL-FILE.
           MOVE LOW-VALUES TO UNDX-CUSTID.
           START UND-IDX-FILE KEY NOT < UNDX-CUSTID
             INVALID KEY
               MOVE "10" TO UNDX-STATUS
           END-START.
           PERFORM UNTIL UNDX-STATUS NOT = "00"
             READ UND-IDX-FILE NEXT
               AT END
                 MOVE "10" TO UNDX-STATUS
               NOT AT END
                 IF UNDX-CLEARED = "N"
                   MOVE SPACES TO UND-TXT
                   STRING
                     FUNCTION TRIM(UNDX-CUSTID) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(UNDX-REASON) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(UNDX-DATE) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(UNDX-SOURCE) DELIMITED BY SIZE
                     INTO UND-TXT
                   END-STRING
                   MOVE UND-TXT TO UNDEL-FILE-REC
                   WRITE UNDEL-FILE-REC
                   *> 退件率分組累計 (原因 / SOURCE_SYSTEM)
                   PERFORM RETRATE-TALLY-PARA
                 END-IF
             END-READ
           END-PERFORM.
           MOVE "00" TO UNDX-STATUS.
           CLOSE UNDEL-FILE.
           CLOSE UND-IDX-FILE.

           OPEN OUTPUT RETRATE-FILE.
           MOVE "GROUP_TYPE;GROUP_KEY;UNDELIVERABLE_COUNT"
             TO RETRATE-REC.
           WRITE RETRATE-REC.
           PERFORM RETRATE-GROUP-PARA.
           MOVE SPACES TO UND-TXT.
           MOVE UND-SUP-COUNT TO UND-CNT-FMT.
           STRING
             "SUPPRESSED THIS RUN;;" DELIMITED BY SIZE
             FUNCTION TRIM(UND-CNT-FMT) DELIMITED BY SIZE
             INTO UND-TXT
           END-STRING.
           MOVE UND-TXT TO RETRATE-REC.
           WRITE RETRATE-REC.
           MOVE SPACES TO UND-TXT.
           MOVE UND-CLR-COUNT TO UND-CNT-FMT.
           STRING
             "CLEARED BY ADDRESS CHANGE;;" DELIMITED BY SIZE
             FUNCTION TRIM(UND-CNT-FMT) DELIMITED BY SIZE
             INTO UND-TXT
           END-STRING.
           MOVE UND-TXT TO RETRATE-REC.
           WRITE RETRATE-REC.
           CLOSE RETRATE-FILE.

      *******************************************************
      *> 輸出: SelectList_NotFound.csv (清單上但輸入檔未出現者)
      *******************************************************
           IF SEL-COUNT > 0
             OPEN OUTPUT SEL-NF-FILE
             MOVE "CUSTOMER_ID" TO SEL-NF-REC
             WRITE SEL-NF-REC
             MOVE 0 TO SEL-NF-COUNT
             MOVE LOW-VALUES TO SELX-CUSTID
             START SEL-IDX-FILE KEY NOT < SELX-CUSTID
               INVALID KEY
                 MOVE "10" TO SELX-STATUS
             END-START
             PERFORM UNTIL SELX-STATUS NOT = "00"
               READ SEL-IDX-FILE NEXT
                 AT END
                   MOVE "10" TO SELX-STATUS
                 NOT AT END
                   IF SELX-HIT = "N"
                     ADD 1 TO SEL-NF-COUNT
                     MOVE SELX-CUSTID TO SEL-NF-REC
                     WRITE SEL-NF-REC
                   END-IF
               END-READ
             END-PERFORM
             MOVE "00" TO SELX-STATUS
             CLOSE SEL-NF-FILE
             CLOSE SEL-IDX-FILE
             MOVE SEL-NF-COUNT TO SEL-NF-FMT
             MOVE "ADR0005I" TO RST-LAST-MSG
             DISPLAY "ADR0005I SELECT-LIST ENTRIES NOT FOUND IN INPUT: "
               FUNCTION TRIM(SEL-NF-FMT)
           END-IF.

      *******************************************************
      *> 輸出: Household.csv (同址多帳戶歸戶報表與合併效益)
      *> 收集檔以正規化鍵 SORT 後自排序流分組輸出，
      *> 無表格容量上限
      *******************************************************
           CLOSE HH-COLL-FILE.
           OPEN OUTPUT HH-FILE.
           MOVE
             "HOUSEHOLD_ID;MEMBER_COUNT;BUSINESS_FLAG;" &
             "MEMBER_CUSTOMER_IDS"
             TO HH-FILE-REC.
           WRITE HH-FILE-REC.
           MOVE 0 TO HH-MULTI-CNT HH-SAVED-CNT HH-GRP-ID.
           MOVE SPACES TO HH-CUR-KEY.
           MOVE 0 TO HH-CUR-CNT.
           SORT HH-SORT-FILE
             ASCENDING KEY HSRT-KEY
             USING HH-COLL-FILE
             OUTPUT PROCEDURE IS HH-OUT-PARA.
           CALL "CBL_DELETE_FILE" USING CTL-HH-COLL-PATH
             RETURNING ARCHIVE-RC.

           *> 合併效益：一戶一件政策可省下的郵件件數
           MOVE HH-MULTI-CNT TO HH-MULTI-FMT.
           MOVE HH-SAVED-CNT TO HH-SAVED-FMT.
           MOVE SPACES TO HH-TXT.
           STRING
             "MULTI-MEMBER HOUSEHOLDS: " DELIMITED BY SIZE
             FUNCTION TRIM(HH-MULTI-FMT) DELIMITED BY SIZE
             "; MAIL PIECES SAVED BY ONE-PER-HOUSEHOLD: "
               DELIMITED BY SIZE
             FUNCTION TRIM(HH-SAVED-FMT) DELIMITED BY SIZE
             INTO HH-TXT
           END-STRING.
           MOVE HH-TXT TO HH-FILE-REC.
           WRITE HH-FILE-REC.
           CLOSE HH-FILE.

      *******************************************************
      *> 輸出: Territory_Counts.csv (各轄區件數)
      *******************************************************
           IF TERR-COUNT > 0
             CLOSE TERR-UNA-FILE
             OPEN OUTPUT TERR-CNT-FILE
             MOVE "TERRITORY;PIECES" TO TERR-CNT-REC
             WRITE TERR-CNT-REC
             PERFORM VARYING TERR-IDX FROM 1 BY 1
                       UNTIL TERR-IDX > TERR-COUNT
               MOVE TERR-CNT(TERR-IDX) TO TERR-CNT-FMT
               MOVE SPACES TO TERR-TXT
               STRING
                 FUNCTION TRIM(TERR-NAME(TERR-IDX)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(TERR-CNT-FMT) DELIMITED BY SIZE
                 INTO TERR-TXT
               END-STRING
               MOVE TERR-TXT TO TERR-CNT-REC
               WRITE TERR-CNT-REC
             END-PERFORM
             MOVE TERR-UNA-CNT TO TERR-CNT-FMT
             MOVE SPACES TO TERR-TXT
             STRING
               "NOT-IN-TERRITORY;" DELIMITED BY SIZE
               FUNCTION TRIM(TERR-CNT-FMT) DELIMITED BY SIZE
               INTO TERR-TXT
             END-STRING
             MOVE TERR-TXT TO TERR-CNT-REC
             WRITE TERR-CNT-REC
             CLOSE TERR-CNT-FILE
           END-IF.

      *******************************************************
      *> 輸出: Geo_Unmatched.csv (地理座標查無的鍵值)
      *******************************************************
           OPEN OUTPUT GEO-UNM-FILE.
           MOVE "COUNTRY;CITY" TO GEO-UNM-REC.
           WRITE GEO-UNM-REC.
           PERFORM VARYING GEO-UNM-IDX FROM 1 BY 1
                     UNTIL GEO-UNM-IDX > GEO-UNM-COUNT
             MOVE GEO-UNM-KEY(GEO-UNM-IDX) TO GEO-UNM-REC
             WRITE GEO-UNM-REC
           END-PERFORM.
           CLOSE GEO-UNM-FILE.

      *******************************************************
      *> 輸出: Candidate_Terms.csv (未命中詞彙累計回寫)
      *> MASKED 測試資料模式不得改寫正式累計檔，整段略過
      *******************************************************
           IF CTL-RUN-MODE = "MASKED"
             GO TO CAND-OUTPUT-SKIP
           END-IF.
           OPEN OUTPUT CAND-FILE.
           MOVE "TYPE;TERM;OCCURRENCES" TO CAND-FILE-REC.
           WRITE CAND-FILE-REC.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                     UNTIL CAND-IDX > CAND-COUNT
             IF CAND-TERM(CAND-IDX) NOT = SPACES
               MOVE CAND-CNT(CAND-IDX) TO CAND-CNT-FMT
               MOVE SPACES TO CAND-TXT
               STRING
                 FUNCTION TRIM(CAND-TYPE(CAND-IDX)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CAND-TERM(CAND-IDX)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CAND-CNT-FMT) DELIMITED BY SIZE
                 INTO CAND-TXT
               END-STRING
               MOVE CAND-TXT TO CAND-FILE-REC
               WRITE CAND-FILE-REC
             END-IF
           END-PERFORM.
           CLOSE CAND-FILE.

       CAND-OUTPUT-SKIP.
      *******************************************************
      *> 輸出: FailureAging.dat (僅保留本次仍失敗者) 與
      *>       Failure_Aging.csv (含首次失敗日/連續批次數/
      *>       最後錯誤代碼/分級)
      *> MASKED 模式假名不會命中既有記錄，重寫會清空正式
      *> 狀態，故整段略過
      *******************************************************
           IF CTL-RUN-MODE = "MASKED"
             GO TO AGING-OUTPUT-SKIP
           END-IF.
           OPEN OUTPUT AGING-FILE.
           OPEN OUTPUT AGING-RPT-FILE.
           MOVE SPACES TO AGING-TXT.
           STRING
             "CUSTOMER_ID;FIRST_FAILED_DATE;CONSECUTIVE_RUNS;"
               DELIMITED BY SIZE
             "LAST_ERROR_CODE;AGE_BUCKET" DELIMITED BY SIZE
             INTO AGING-TXT
           END-STRING.
           MOVE AGING-TXT TO AGING-RPT-REC.
           WRITE AGING-RPT-REC.

           PERFORM VARYING AGING-IDX FROM 1 BY 1
                     UNTIL AGING-IDX > AGING-COUNT
             IF AGING-HIT(AGING-IDX) = "Y"
               MOVE AGING-RUNS(AGING-IDX) TO AGING-RUNS-FMT

               MOVE SPACES TO AGING-TXT
               STRING
                 FUNCTION TRIM(AGING-CUSTID(AGING-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-FIRST(AGING-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-RUNS-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-LASTCODE(AGING-IDX))
                   DELIMITED BY SIZE
                 INTO AGING-TXT
               END-STRING
               MOVE AGING-TXT TO AGING-FILE-REC
               WRITE AGING-FILE-REC

               IF AGING-RUNS(AGING-IDX) = 1
                 MOVE "1 RUN" TO AGING-BUCKET
               ELSE
                 IF AGING-RUNS(AGING-IDX) <= 5
                   MOVE "2-5 RUNS" TO AGING-BUCKET
                 ELSE
                   MOVE "OVER 5 RUNS" TO AGING-BUCKET
                 END-IF
               END-IF
               MOVE SPACES TO AGING-TXT
               STRING
                 FUNCTION TRIM(AGING-CUSTID(AGING-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-FIRST(AGING-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-RUNS-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-LASTCODE(AGING-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(AGING-BUCKET) DELIMITED BY SIZE
                 INTO AGING-TXT
               END-STRING
               MOVE AGING-TXT TO AGING-RPT-REC
               WRITE AGING-RPT-REC
             END-IF
           END-PERFORM.

           CLOSE AGING-FILE.
           CLOSE AGING-RPT-FILE.

       AGING-OUTPUT-SKIP.

      *******************************************************
      *> 輸出: Rule_Usage.csv (規則使用統計)
      *> 連同命中 0 筆的項目一併列出，供清理不再使用的規則
      *******************************************************
           OPEN OUTPUT RULE-USAGE-FILE.
           MOVE "RULE_TYPE;GROUP;ENTRY;RULE_TEXT;MATCH_COUNT"
             TO RULE-USAGE-REC.
           WRITE RULE-USAGE-REC.

           *> 命中歷史逐次附加 (僅命中 1 筆以上的項目)
           MOVE FUNCTION CURRENT-DATE(1:8) TO USAGE-HIST-DATE.
           OPEN EXTEND RULE-USAGE-HIST-FILE.
           IF USAGE-HIST-STATUS NOT = "00"
             OPEN OUTPUT RULE-USAGE-HIST-FILE
             MOVE "RUN_DATE;RULE_TYPE;GROUP;ENTRY;RULE_TEXT;MATCH_COUNT"
               TO RULE-USAGE-HIST-REC
             WRITE RULE-USAGE-HIST-REC
           END-IF.

           PERFORM VARYING USAGE-G-IDX FROM 1 BY 1
                     UNTIL USAGE-G-IDX > 19
             PERFORM VARYING USAGE-E-IDX FROM 1 BY 1
                       UNTIL USAGE-E-IDX > 40
               IF LS-LIST-COL(USAGE-G-IDX USAGE-E-IDX) NOT = SPACES
                 MOVE USAGE-LIST-COL(USAGE-G-IDX USAGE-E-IDX)
                   TO USAGE-CNT-FMT
                 MOVE SPACES TO USAGE-TXT
                 STRING
                   "CATEGORY;" DELIMITED BY SIZE
                   USAGE-G-IDX DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   USAGE-E-IDX DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(
                     LS-LIST-COL(USAGE-G-IDX USAGE-E-IDX))
                     DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(USAGE-CNT-FMT) DELIMITED BY SIZE
                   INTO USAGE-TXT
                 END-STRING
                 MOVE USAGE-TXT TO RULE-USAGE-REC
                 WRITE RULE-USAGE-REC
                 PERFORM USAGE-HIST-PARA
               END-IF
             END-PERFORM
           END-PERFORM.

           PERFORM VARYING USAGE-E-IDX FROM 1 BY 1
                     UNTIL USAGE-E-IDX > 21
             IF DIR-NAMES(USAGE-E-IDX) NOT = SPACES
               MOVE USAGE-DIR-CNT(USAGE-E-IDX) TO USAGE-CNT-FMT
               MOVE SPACES TO USAGE-TXT
               STRING
                 "DIRECTION;;" DELIMITED BY SIZE
                 USAGE-E-IDX DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DIR-NAMES(USAGE-E-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(USAGE-CNT-FMT) DELIMITED BY SIZE
                 INTO USAGE-TXT
               END-STRING
               MOVE USAGE-TXT TO RULE-USAGE-REC
               WRITE RULE-USAGE-REC
               PERFORM USAGE-HIST-PARA
             END-IF
           END-PERFORM.

           PERFORM VARYING USAGE-E-IDX FROM 1 BY 1
                     UNTIL USAGE-E-IDX > 50
             IF STREET-ABBR(USAGE-E-IDX) NOT = SPACES
               MOVE USAGE-ABBR-CNT(USAGE-E-IDX) TO USAGE-CNT-FMT
               MOVE SPACES TO USAGE-TXT
               STRING
                 "STREET_ABBR;;" DELIMITED BY SIZE
                 USAGE-E-IDX DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(STREET-ABBR(USAGE-E-IDX))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(USAGE-CNT-FMT) DELIMITED BY SIZE
                 INTO USAGE-TXT
               END-STRING
               MOVE USAGE-TXT TO RULE-USAGE-REC
               WRITE RULE-USAGE-REC
               PERFORM USAGE-HIST-PARA
             END-IF
           END-PERFORM.

           PERFORM VARYING USAGE-E-IDX FROM 1 BY 1
                     UNTIL USAGE-E-IDX > 50
             IF PSTL-COUNTRY(USAGE-E-IDX) NOT = SPACES
               MOVE USAGE-PSTL-CNT(USAGE-E-IDX) TO USAGE-CNT-FMT
               MOVE SPACES TO USAGE-TXT
               STRING
                 "POSTAL;;" DELIMITED BY SIZE
                 USAGE-E-IDX DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(PSTL-COUNTRY(USAGE-E-IDX))
                   DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(PSTL-TYPE(USAGE-E-IDX))
                   DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(USAGE-CNT-FMT) DELIMITED BY SIZE
                 INTO USAGE-TXT
               END-STRING
               MOVE USAGE-TXT TO RULE-USAGE-REC
               WRITE RULE-USAGE-REC
               PERFORM USAGE-HIST-PARA
             END-IF
           END-PERFORM.

           CLOSE RULE-USAGE-FILE.
           CLOSE RULE-USAGE-HIST-FILE.

      *******************************************************
      *> 備援鏡像：MIRROR-DIR 設定時，輸出檔整套複製至備援
      *> 目錄並重新計數核對；核對不過以 RC=10 結束，使線上日
      *> 開始前即知鏡像未完成
      *******************************************************
           MOVE 5 TO PH-IDX.
           PERFORM PH-END-PARA.
           MOVE 6 TO PH-IDX.
           PERFORM PH-BEGIN-PARA.
           IF CTL-MIRROR-DIR NOT = SPACES
             CALL "CBL_CREATE_DIR"
               USING FUNCTION TRIM(CTL-MIRROR-DIR)
             MOVE "Address_Split.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Fail_Data.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             *> 被扣住的郵寄輸出不得流入鏡像目錄
             IF REL-HELD-FLAG NOT = "Y"
               MOVE "Address_Split_FB.txt" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
               MOVE "UPU_Address.csv" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
             END-IF
             MOVE "Reject_Data.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Warning_Log.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "OrigEn_Mismatch.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "RunSummary.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Movers.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Suppressed.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Household.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "ISO20022_Address.xml" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             IF REL-HELD-FLAG NOT = "Y"
               MOVE "Address_Split_FB_Presort.txt" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
               MOVE "Address_Split_FB_FullRate.txt" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
             END-IF
             PERFORM VARYING CERT-I FROM 1 BY 1
                       UNTIL CERT-I > CERT-COUNT
               MOVE SPACES TO MIR-NAME
               STRING
                 "Discount_Certificate_" DELIMITED BY SIZE
                 FUNCTION TRIM(CERT-NAME(CERT-I)) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO MIR-NAME
               END-STRING
               PERFORM MIRROR-COPY-PARA
             END-PERFORM
             MOVE "Country_City_Totals.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "BusinessUnit_Summary.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Normalization_Log.csv" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             IF CTL-PRIO-LANE = "Y"
               MOVE "Address_Split_Priority.csv" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
             END-IF
             IF CTL-OUT-FMT NOT = "CSV"
               MOVE "Address_Split.txt" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
               MOVE "Fail_Data.txt" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
             END-IF

             *> 接收端核對用的 .ctl 交握檔
             MOVE "Address_Split.csv.ctl" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             MOVE "Fail_Data.csv.ctl" TO MIR-NAME
             PERFORM MIRROR-COPY-PARA
             IF REL-HELD-FLAG NOT = "Y"
               MOVE "Address_Split_FB.txt.ctl" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
               MOVE "UPU_Address.csv.ctl" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
             END-IF

             *> 業務單位/目的國通路分檔 (依本次實際產出的清單)
             PERFORM VARYING BUF-IDX FROM 1 BY 1
                       UNTIL BUF-IDX > BUF-COUNT
               IF BUF-SPLIT-INIT(BUF-IDX) = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "Address_Split_" DELIMITED BY SIZE
                   FUNCTION TRIM(BUF-NAME(BUF-IDX))
                     DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
               IF BUF-FAIL-INIT(BUF-IDX) = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "Fail_Data_" DELIMITED BY SIZE
                   FUNCTION TRIM(BUF-NAME(BUF-IDX))
                     DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
             END-PERFORM
             *> 來源系統回寫/退件通知檔及其 .ctl
             PERFORM VARYING SWB-IDX FROM 1 BY 1
                       UNTIL SWB-IDX > SWB-COUNT
               IF SWB-S-WB-INIT(SWB-IDX) = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "WriteBack_" DELIMITED BY SIZE
                   FUNCTION TRIM(SWB-S-NAME(SWB-IDX))
                     DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "WriteBack_" DELIMITED BY SIZE
                   FUNCTION TRIM(SWB-S-NAME(SWB-IDX))
                     DELIMITED BY SIZE
                   ".csv.ctl" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
               IF SWB-S-RJ-INIT(SWB-IDX) = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "RejectNotice_" DELIMITED BY SIZE
                   FUNCTION TRIM(SWB-S-NAME(SWB-IDX))
                     DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "RejectNotice_" DELIMITED BY SIZE
                   FUNCTION TRIM(SWB-S-NAME(SWB-IDX))
                     DELIMITED BY SIZE
                   ".csv.ctl" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
             END-PERFORM
             PERFORM VARYING CH-IDX FROM 1 BY 1
                       UNTIL CH-IDX > CH-COUNT
               IF CH-UPU-INIT(CH-IDX) = "Y"
                  AND REL-HELD-FLAG NOT = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "UPU_Address_" DELIMITED BY SIZE
                   FUNCTION TRIM(CH-NAME(CH-IDX)) DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
               IF CH-FB-INIT(CH-IDX) = "Y"
                  AND REL-HELD-FLAG NOT = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "Address_Split_FB_" DELIMITED BY SIZE
                   FUNCTION TRIM(CH-NAME(CH-IDX)) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
               IF CH-CUS-INIT(CH-IDX) = "Y"
                  AND REL-HELD-FLAG NOT = "Y"
                 MOVE SPACES TO MIR-NAME
                 STRING
                   "Customs_" DELIMITED BY SIZE
                   FUNCTION TRIM(CH-NAME(CH-IDX)) DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO MIR-NAME
                 END-STRING
                 PERFORM MIRROR-COPY-PARA
               END-IF
             END-PERFORM
             IF CUS-R-COUNT > 0
                AND REL-HELD-FLAG NOT = "Y"
               MOVE "Customs_Declaration.csv" TO MIR-NAME
               PERFORM MIRROR-COPY-PARA
             END-IF

             *> 明確記載不納入鏡像的類別 (分批模式的區塊檔)
             IF CTL-CHUNK-SIZE > 0
               MOVE "ADR0211W" TO RST-LAST-MSG
               DISPLAY "ADR0211W MIRROR NOTE: CHUNKED OUTPUT FILES "
                 "(Address_Split_nnn/Fail_Data_nnn) ARE NOT "
                 "MIRRORED"
             END-IF

             IF MIR-FAIL-FLAG = "Y"
               MOVE "ADR0301E" TO RST-LAST-MSG
               DISPLAY "ADR0301E "
                 "*** ALERT: MIRROR VERIFICATION FAILED - "
                 "SEE MESSAGES ABOVE ***"
               IF AUDIT-NOTES = SPACES
                 MOVE "MIRROR VERIFICATION FAILED" TO AUDIT-NOTES
               ELSE
                 STRING
                   FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
                   ", MIRROR VERIFICATION FAILED" DELIMITED BY SIZE
                   INTO AUDIT-NOTES
                 END-STRING
               END-IF
             ELSE
               IF AUDIT-NOTES = SPACES
                 MOVE "MIRROR VERIFIED" TO AUDIT-NOTES
               ELSE
                 STRING
                   FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
                   ", MIRROR VERIFIED" DELIMITED BY SIZE
                   INTO AUDIT-NOTES
                 END-STRING
               END-IF
             END-IF
           END-IF.

           MOVE 6 TO PH-IDX.
           PERFORM PH-END-PARA.

           *> 各階段耗時附加至稽核檔 (獨立列，比照 PURGE 證明列)
           PERFORM PH-AUDIT-PARA.

           *> 分攤計費明細附加至稽核檔：各單位處理量 (BU-DETAIL)
           *> 與各單位×通路寄送量 (UC-DETAIL)，供月結分攤程式
           *> 跨執行彙整
           PERFORM VARYING BU-IDX FROM 1 BY 1
                     UNTIL BU-IDX > BU-ENTRY-COUNT
             MOVE BU-TOTAL(BU-IDX) TO BU-TOTAL-FMT
             MOVE SPACES TO AUDIT-TXT
             STRING
               FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
               ";BU-DETAIL;" DELIMITED BY SIZE
               FUNCTION TRIM(BU-NAME(BU-IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(BU-TOTAL-FMT) DELIMITED BY SIZE
               INTO AUDIT-TXT
             END-STRING
             MOVE AUDIT-TXT TO LCH-LINE
             PERFORM AUDIT-CHAIN-PARA
           END-PERFORM.
           PERFORM VARYING UC-I FROM 1 BY 1 UNTIL UC-I > UC-COUNT
             MOVE UC-CNT(UC-I) TO UC-FMT
             MOVE SPACES TO AUDIT-TXT
             STRING
               FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
               ";UC-DETAIL;" DELIMITED BY SIZE
               FUNCTION TRIM(UC-UNIT(UC-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UC-CHAN(UC-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UC-FMT) DELIMITED BY SIZE
               INTO AUDIT-TXT
             END-STRING
             MOVE AUDIT-TXT TO LCH-LINE
             PERFORM AUDIT-CHAIN-PARA
           END-PERFORM.

           *> 地址主檔平衡控制列附加至稽核檔
           PERFORM MBL-AUDIT-PARA.

           *> 輸出本次執行的稽核記錄 (AUDIT-LOG-FILE)
           PERFORM AUDIT-WRITE-PARA.

           *> 批次正常跑完，將來源檔搬移至 ARCHIVE-DIR 歸檔備查，
           *> 檔名前加上執行時間戳記以避免多次執行互相覆蓋
           *> (MASKED 測試資料模式不得消耗來源檔，正式批次仍要跑)
           IF CTL-RUN-MODE NOT = "MASKED"
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(CTL-ARCHIVE-DIR)
           MOVE SPACES TO ARCHIVE-PATH
           STRING
             FUNCTION TRIM(CTL-ARCHIVE-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
             "_" DELIMITED BY SIZE
             FUNCTION TRIM(ARCHIVE-BASENAME) DELIMITED BY SIZE
             INTO ARCHIVE-PATH
           END-STRING
           CALL "CBL_RENAME_FILE" USING CTL-IN-FILE-PATH ARCHIVE-PATH
             RETURNING ARCHIVE-RC
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: COULD NOT ARCHIVE SOURCE FILE "
               FUNCTION TRIM(CTL-IN-FILE-PATH) " TO "
               FUNCTION TRIM(ARCHIVE-PATH)
           END-IF
           END-IF.

           *> S10 高水位改存實際發到的序號 (未用完的保留段
           *> 下次接續使用；其後已有他人保留者不交還)
           IF S10-COUNT > 0
             PERFORM S10-HW-RETURN-PARA
           END-IF.

           *> 訂閱者異動遞送收尾：序號保存、各訂閱者差異檔、
           *> 落後報表 (未確認事件逾 10000 筆者)
           IF CTL-RUN-MODE NOT = "MASKED"
             CLOSE CHGFEED-FILE
             OPEN OUTPUT CHGSEQ-FILE
             MOVE SPACES TO CHGSEQ-REC
             MOVE CF-SEQ TO CHGSEQ-REC(1:9)
             WRITE CHGSEQ-REC
             CLOSE CHGSEQ-FILE

             IF SUB-COUNT > 0
               OPEN OUTPUT SUBLAG-FILE
               MOVE "SUBSCRIBER;LAST_ACK_SEQ;FEED_SEQ;BACKLOG"
                 TO SUBLAG-REC
               WRITE SUBLAG-REC
               PERFORM VARYING SUB-I FROM 1 BY 1
                         UNTIL SUB-I > SUB-COUNT
                 PERFORM SUB-DELTA-PARA
                 COMPUTE SUB-LAG = CF-SEQ - SUB-ACK-SEQ(SUB-I)
                 IF SUB-LAG > 10000
                   MOVE SUB-LAG TO SUB-LAG-FMT
                   MOVE SPACES TO CF-TXT
                   STRING
                     FUNCTION TRIM(SUB-NAME(SUB-I))
                       DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     SUB-ACK-SEQ(SUB-I) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     CF-SEQ DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(SUB-LAG-FMT) DELIMITED BY SIZE
                     INTO CF-TXT
                   END-STRING
                   MOVE CF-TXT(1:120) TO SUBLAG-REC
                   WRITE SUBLAG-REC
                   MOVE "ADR0212W" TO RST-LAST-MSG
                   DISPLAY "ADR0212W SUBSCRIBER "
                     FUNCTION TRIM(SUB-NAME(SUB-I))
                     " IS " FUNCTION TRIM(SUB-LAG-FMT)
                     " EVENTS BEHIND THE CHANGE FEED"
                 END-IF
               END-PERFORM
               CLOSE SUBLAG-FILE
             END-IF
           END-IF.

           *> 批次正常跑完，清空檢查點，下次即從頭開始
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

           *> 轉寄連結到期報表：寬限截止日落在 7 天內的連結
           *> (循序掃描主檔)，供客服提前通知
           IF CTL-FWD-DAYS > 0 AND ADDR-MST-STATUS = "00"
             MOVE SPACES TO CTL-FWD-EXP-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Forwarding_Expiry.csv" DELIMITED BY SIZE
               INTO CTL-FWD-EXP-PATH
             END-STRING
             OPEN OUTPUT FWD-EXP-FILE
             MOVE "CUSTOMER_ID;FORWARD_UNTIL;OLD_ADDRESS"
               TO FWD-EXP-REC
             WRITE FWD-EXP-REC
             COMPUTE FWD-INT =
               FUNCTION INTEGER-OF-DATE(EMB-RUN-DATE) + 7
             COMPUTE FWD-EXP-LIMIT = FUNCTION DATE-OF-INTEGER(FWD-INT)
             MOVE 0 TO FWD-EXP-CNT
             MOVE LOW-VALUES TO ADDR-MST-CUSTID
             START ADDR-MASTER-FILE KEY NOT < ADDR-MST-CUSTID
               INVALID KEY
                 MOVE "10" TO ADDR-MST-STATUS
             END-START
             PERFORM UNTIL ADDR-MST-STATUS NOT = "00"
               READ ADDR-MASTER-FILE NEXT
                 AT END
                   MOVE "10" TO ADDR-MST-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(ADDR-MST-FWD-ADDR) NOT = SPACES
                      AND ADDR-MST-FWD-UNTIL NUMERIC
                     MOVE ADDR-MST-FWD-UNTIL TO FWD-UNTIL-N
                     IF FWD-UNTIL-N >= EMB-RUN-DATE
                        AND FWD-UNTIL-N <= FWD-EXP-LIMIT
                       ADD 1 TO FWD-EXP-CNT
                       MOVE SPACES TO FWD-TXT
                       STRING
                         FUNCTION TRIM(ADDR-MST-CUSTID)
                           DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         ADDR-MST-FWD-UNTIL DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         ADDR-MST-FWD-ADDR(1:150)
                           DELIMITED BY SIZE
                         INTO FWD-TXT
                       END-STRING
                       MOVE FWD-TXT TO FWD-EXP-REC
                       WRITE FWD-EXP-REC
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             MOVE "00" TO ADDR-MST-STATUS
             CLOSE FWD-EXP-FILE
             IF FWD-EXP-CNT > 0
               MOVE "ADR0013I" TO RST-LAST-MSG
               DISPLAY "ADR0013I "
                 "FORWARDING LINKS EXPIRING WITHIN 7 DAYS: "
                 FWD-EXP-CNT
             END-IF
           END-IF.

           *> 批次正常跑完，關閉地址主檔與搬家戶清單
           IF REFA-ENABLED = "Y"
             CLOSE REFADDR-FILE
           END-IF.
           CLOSE ADDR-MASTER-FILE.
           CLOSE MOVERS-FILE.
           PERFORM HRU-CLOSE-PARA.
           PERFORM NTC-CLOSE-PARA.
           PERFORM TAX-CLOSE-PARA.
           PERFORM OVR-CLOSE-PARA.
           PERFORM WQ-CLOSE-PARA.
           PERFORM DWH-CLOSE-PARA.
           PERFORM HIST-CLOSE-PARA.
           IF TKN-ACTIVE = "Y"
             MOVE "CLOSE" TO TKN-OP
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
             MOVE TKN-ISSUED-CNT TO TKN-CNT-FMT
             MOVE "ADR0022I" TO RST-LAST-MSG
             DISPLAY "ADR0022I PARTNER FILES CARRY VAULT TOKENS - "
               FUNCTION TRIM(TKN-CNT-FMT) " NEW TOKENS ISSUED"
           END-IF.

           *> 本次郵寄過帳至郵寄登錄 (批次正常跑完才過帳)
           IF MRG-ACTIVE = "Y"
             PERFORM MRG-POST-PARA
           END-IF.
           MOVE "CLOSE" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.

           *> 批次正常跑完，釋放單一執行個體鎖定
           PERFORM LOCK-RELEASE-PARA.

           *> 來源輪廓偏離 (DRIFT-CHECK=WARN) 或歷史索引未同步時
           *> 以 RC=4 結束 (其間的 CALL 會改寫 RETURN-CODE)
           IF DRF-DRIFT-FLAG = "Y" OR HIST-IDX-WARNED = "Y"
              OR RDR-LIC-WARNED = "Y" OR SND-WARNED = "Y"
              OR MRG-WARNED = "Y" OR NTC-WARNED = "Y"
              OR MBL-WARNED = "Y" OR OVR-WARNED = "Y"
              OR MCG-WARNED = "Y" OR TAX-WARNED = "Y"
              OR CNL-WARNED = "Y"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           *> 鏡像核對不過時以獨立回覆碼結束，供排程辨識
           IF MIR-FAIL-FLAG = "Y"
             MOVE 10 TO RETURN-CODE
           END-IF.

           *> 郵寄輸出被扣住時以獨立回覆碼結束，供排程辨識
           IF REL-HELD-FLAG = "Y"
             MOVE 6 TO RETURN-CODE
           END-IF.

           *> 主檔筆數不平衡：資料完整性問題優先於其他回覆碼
           IF MBL-FAIL-FLAG = "Y"
             MOVE 12 TO RETURN-CODE
           END-IF.

           *> 程式結束
           STOP RUN.

      *******************************************************
      *> 共用段落：階段計時 (PH-IDX 指定階段；跨午夜補一天)
      *******************************************************
       PH-BEGIN-PARA.
           PERFORM PH-NOW-PARA.
           MOVE PH-NOW-CS TO PH-START-CS(PH-IDX).
           MOVE PH-NAME(PH-IDX) TO RST-PHASE.
           PERFORM RST-WRITE-PARA.

       PH-END-PARA.
           PERFORM PH-NOW-PARA.
           COMPUTE PH-DELTA-CS = PH-NOW-CS - PH-START-CS(PH-IDX).
           IF PH-DELTA-CS < 0
             ADD 8640000 TO PH-DELTA-CS
           END-IF.
           COMPUTE PH-SECS(PH-IDX) =
             PH-SECS(PH-IDX) + PH-DELTA-CS / 100.

       PH-NOW-PARA.
           ACCEPT PH-TIME FROM TIME.
           COMPUTE PH-NOW-CS =
             ((PH-HH * 60 + PH-MM) * 60 + PH-SS) * 100 + PH-CS.

      *******************************************************
      *> 共用段落：各階段耗時寫入 AuditLog.csv (獨立一列)
      *******************************************************
       PH-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT.
           MOVE SPACES TO PH-TXT.
           STRING
             FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
             ";PHASE-TIMINGS" DELIMITED BY SIZE
             INTO PH-TXT
           END-STRING.
           PERFORM VARYING PH-IDX FROM 1 BY 1 UNTIL PH-IDX > 6
             MOVE PH-SECS(PH-IDX) TO PH-SEC-FMT
             MOVE PH-TXT TO AUDIT-TXT
             MOVE SPACES TO PH-TXT
             STRING
               FUNCTION TRIM(AUDIT-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PH-NAME(PH-IDX)) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(PH-SEC-FMT) DELIMITED BY SIZE
               INTO PH-TXT
             END-STRING
           END-PERFORM.
           MOVE PH-TXT(1:200) TO LCH-LINE.
           PERFORM AUDIT-CHAIN-PARA.

      *******************************************************
      *> 共用段落：單一輸出檔發佈 (work\ -> 正式檔名換名；
      *> work\ 下無該檔時不動已發佈的前一版)
      *******************************************************
       PUBLISH-ONE-PARA.
           MOVE SPACES TO PUB-SRC-PATH.
           STRING
             FUNCTION TRIM(PUB-WORK-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(PUB-NAME) DELIMITED BY SIZE
             INTO PUB-SRC-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING PUB-SRC-PATH
             PUB-CF-INFO RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PUB-DST-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(PUB-NAME) DELIMITED BY SIZE
             INTO PUB-DST-PATH
           END-STRING.
           CALL "CBL_DELETE_FILE" USING PUB-DST-PATH
             RETURNING ARCHIVE-RC.
           CALL "CBL_RENAME_FILE" USING PUB-SRC-PATH PUB-DST-PATH
             RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: COULD NOT PUBLISH "
               FUNCTION TRIM(PUB-NAME)
           END-IF.

      *******************************************************
      *> 共用段落：營業日判定 (BD-DATE -> BD-IS-BUS)
      *> 週六日或月曆上該國 (或通用) 假日即非營業日
      *******************************************************
       BD-CHECK-PARA.
           MOVE "Y" TO BD-IS-BUS.
           COMPUTE BD-INT = FUNCTION INTEGER-OF-DATE(BD-DATE).
           COMPUTE BD-DOW = FUNCTION MOD(BD-INT, 7).
           *> 整數日 1 = 1601/01/01 (星期一)；6=週六、0=週日
           IF BD-DOW = 6 OR BD-DOW = 0
             MOVE "N" TO BD-IS-BUS
           END-IF.
           IF BD-IS-BUS = "Y"
             PERFORM VARYING BCAL-I FROM 1 BY 1
                       UNTIL BCAL-I > BCAL-COUNT
               IF BCAL-DATE(BCAL-I) = BD-DATE
                  AND (BCAL-CTRY(BCAL-I) = SPACES
                       OR BCAL-CTRY(BCAL-I) = CTL-CAL-CTRY)
                 MOVE "N" TO BD-IS-BUS
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

      *******************************************************
      *> 共用段落：名單索引檔載入失敗硬中止 (法遵名單不容
      *> 默默截斷或部分載入)
      *******************************************************
       LIST-ABORT-PARA.
           MOVE "ADR0101E" TO RST-LAST-MSG
           DISPLAY "ADR0101E RUN REFUSED: LIST INDEX LOAD FAILED FOR "
             FUNCTION TRIM(LIST-ABORT-NAME)
             " (SUP " SUPX-STATUS "/UND " UNDX-STATUS
             "/SEL " SELX-STATUS ")".
           PERFORM LOCK-RELEASE-PARA.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *******************************************************
      *> 共用段落：主檔重新標準化單筆 (RUN-MODE=REPARSE)
      *******************************************************
       RSTD-RECORD-PARA.
           ADD 1 TO RSTD-READ-CNT RSTD-WIN-CNT RSTD-SINCE-CK.
           MOVE ADDR-MST-CUSTID TO RSTD-LAST-CUST.
           *> 逐字地址覆寫生效中的客戶不得重新解析
           IF FUNCTION TRIM(ADDR-MST-ADDRESS) NOT = SPACES
              AND ADDR-MST-OVR-FLAG NOT = "Y"
             MOVE SPACES TO LS-FORMATTER
             MOVE ADDR-MST-ADDRESS TO BEFORE-DATA ORIGIN-DATA
             MOVE ADDR-MST-ADDRESS TO DTLS-LF(22)
             MOVE ADDR-MST-CUSTID TO DTLS-LF(20)
             MOVE ADDR-MST-SRC TO DTLS-LF(24)
             MOVE ADDR-MST-LIN-TYPE TO DTLS-LF(26)
             MOVE "N" TO TRACE-FLAG
             CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER
             EVALUATE TRUE
               WHEN DTLS-LF(19) NOT = SPACES
                 *> 現行規則下解析失敗：主檔保留原地址待覆核
                 ADD 1 TO RSTD-FAIL-CNT
                 MOVE SPACES TO RSTD-TXT
                 STRING
                   FUNCTION TRIM(ADDR-MST-CUSTID) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-MST-ADDRESS) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ERROR-CODES) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DTLS-LF(19)) DELIMITED BY SIZE
                   INTO RSTD-TXT
                 END-STRING
                 MOVE RSTD-TXT TO RSTD-REV-REC
                 WRITE RSTD-REV-REC
               WHEN FUNCTION TRIM(DTLS-LF(23)) =
                    FUNCTION TRIM(ADDR-MST-ADDRESS)
                 ADD 1 TO RSTD-SAME-CNT
                 *> 地址不變但參照檔異動使地址用途改變者仍回寫
                 IF DTLS-LF(31)(1:8) NOT = ADDR-MST-USE-CODE
                   MOVE ADDR-MST-USE-CODE TO HRU-PREV
                   PERFORM HRU-MST-PARA
                   REWRITE ADDR-MST-REC
                     INVALID KEY
                       ADD 1 TO MBL-FAILED
                       MOVE "ADR0201W" TO RST-LAST-MSG
                       DISPLAY "ADR0201W WARNING: ADDRESS MASTER "
                         "REWRITE FAILED FOR "
                         FUNCTION TRIM(ADDR-MST-CUSTID)
                   END-REWRITE
                 END-IF
               WHEN OTHER
                 *> 來源血緣 (批號/來源/檔名/列號) 不變，僅規則
                 *> 版本與解析衍生欄位隨重組結果更新
                 MOVE DTLS-LF(23) TO ADDR-MST-ADDRESS
                 MOVE CTL-RULE-VERSION TO ADDR-MST-LIN-RULE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                   TO ADDR-MST-LIN-CTRY
                 MOVE FUNCTION TRIM(DTLS-LF(26)) TO ADDR-MST-LIN-TYPE
                 MOVE WARNING-CODES TO ADDR-MST-LIN-WARN
                 MOVE ADDR-MST-USE-CODE TO HRU-PREV
                 PERFORM HRU-MST-PARA
                 REWRITE ADDR-MST-REC
                   INVALID KEY
                     ADD 1 TO MBL-FAILED
                     MOVE "ADR0201W" TO RST-LAST-MSG
                     DISPLAY "ADR0201W WARNING: ADDRESS MASTER REWRITE "
                       "FAILED FOR " FUNCTION TRIM(ADDR-MST-CUSTID)
                   NOT INVALID KEY
                     ADD 1 TO MBL-RESTD
                     ADD 1 TO RSTD-CHG-CNT
                     MOVE ADDR-MST-LIN-LINE TO RSTD-LINE-FMT
                     MOVE SPACES TO HIST-TXT
                     STRING
                       FUNCTION TRIM(ADDR-MST-CUSTID) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       LOCK-NOW-TS(1:8) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
                       ";RESTANDARDIZE;" DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-MST-LIN-BATCH)
                         DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-MST-LIN-SRC)
                         DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-MST-LIN-FILE)
                         DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(RSTD-LINE-FMT) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CTL-RULE-VERSION)
                         DELIMITED BY SIZE
                       INTO HIST-TXT
                     END-STRING
                     PERFORM HIST-WRITE-PARA
                     MOVE "UPDATE" TO CF-EVT
                     MOVE ADDR-MST-CUSTID TO CF-CUST
                     MOVE DTLS-LF(23) TO CF-ADDR
                     PERFORM CF-EVENT-PARA
                 END-REWRITE
             END-EVALUATE
             *> 多戶建物登錄 (重新標準化亦補登既有客戶)
             IF MU-ACTIVE = "Y" AND DTLS-LF(19) = SPACES
               MOVE ADDR-MST-CUSTID TO MU-CUST
               PERFORM MU-REG-PARA
             END-IF
           END-IF.
           IF RSTD-SINCE-CK NOT < CKPT-INTERVAL
             PERFORM RSTD-CKPT-WRITE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：主檔重新標準化續跑點 (連同異動序號一併
      *> 保存，中斷後續跑不重複發號)
      *******************************************************
       RSTD-CKPT-WRITE-PARA.
           MOVE 0 TO RSTD-SINCE-CK.
           MOVE RSTD-READ-CNT TO RSTD-FMT1.
           MOVE RSTD-CHG-CNT TO RSTD-FMT2.
           MOVE RSTD-FAIL-CNT TO RSTD-FMT3.
           MOVE SPACES TO RSTD-CKPT-REC.
           STRING
             FUNCTION TRIM(RSTD-LAST-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CTL-RULE-VERSION) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RSTD-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RSTD-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RSTD-FMT3) DELIMITED BY SIZE
             INTO RSTD-CKPT-REC
           END-STRING.
           OPEN OUTPUT RSTD-CKPT-FILE.
           WRITE RSTD-CKPT-REC.
           CLOSE RSTD-CKPT-FILE.
           OPEN OUTPUT CHGSEQ-FILE.
           MOVE SPACES TO CHGSEQ-REC.
           MOVE CF-SEQ TO CHGSEQ-REC(1:9).
           WRITE CHGSEQ-REC.
           CLOSE CHGSEQ-FILE.

      *******************************************************
      *> 共用段落：釋放單一執行個體鎖定 (EXECUTE.lock)
      *******************************************************
       LOCK-RELEASE-PARA.
           IF RST-PHASE NOT = "STOPPED"
             MOVE "ENDED" TO RST-PHASE
           END-IF.
           PERFORM RST-WRITE-PARA.
           *> 異常結束時仍持有共用接觸歷史者一併交還
           IF CTC-LEASED = "Y"
             PERFORM CTC-UNLEASE-PARA
           END-IF.
           CALL "CBL_DELETE_FILE" USING CTL-LOCK-PATH
             RETURNING ARCHIVE-RC.

      *******************************************************
      *> 共用段落：取得共用狀態檔鎖定 (SHL-DIR-PATH)。建得成
      *> .lck 目錄者即持有 (SHL-GOT=Y)；他人持有時每秒重試，
      *> 逾 SHL-MAX-TRIES 次仍未取得者 SHL-GOT=N，鎖定目錄
      *> 建不起來又不存在 (共用目錄不可用) 者 SHL-GOT=X
      *******************************************************
       SHL-ACQUIRE-PARA.
           PERFORM SHL-PATHS-PARA.
           MOVE "N" TO SHL-GOT.
           MOVE 0 TO SHL-TRIES.
           PERFORM SHL-TRY-PARA
             UNTIL SHL-GOT NOT = "N" OR SHL-TRIES >= SHL-MAX-TRIES.

      *******************************************************
      *> 共用段落：嘗試建立鎖定目錄一次。持有者留下的時戳超過
      *> SHL-STALE-MIN 分鐘 (或連試 5 次仍讀不到時戳) 者視為前次
      *> 異常結束遺留，清除後立即重試；SHL-MARK=Y 者等候時留
      *> .wait 請持有者讓出
      *******************************************************
       SHL-TRY-PARA.
           ADD 1 TO SHL-TRIES.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(SHL-DIR-PATH)
             RETURNING SHL-RC.
           IF SHL-RC = 0
             MOVE FUNCTION CURRENT-DATE TO SHL-NOW-TS
             MOVE SHL-OWN-PATH TO SHL-FILE-PATH
             OPEN OUTPUT SHL-FILE
             IF SHL-STATUS = "00"
               MOVE SHL-NOW-TS(1:14) TO SHL-REC
               WRITE SHL-REC
               CLOSE SHL-FILE
             END-IF
             IF SHL-MARK = "Y"
               CALL "CBL_DELETE_FILE" USING SHL-WAIT-PATH
                 RETURNING SHL-RC
             END-IF
             MOVE "Y" TO SHL-GOT
             EXIT PARAGRAPH
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING SHL-DIR-PATH
             SHL-CF-INFO RETURNING SHL-RC.
           IF SHL-RC NOT = 0
             MOVE "X" TO SHL-GOT
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SHL-TS.
           MOVE SHL-OWN-PATH TO SHL-FILE-PATH.
           OPEN INPUT SHL-FILE.
           IF SHL-STATUS = "00"
             READ SHL-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE SHL-REC(1:14) TO SHL-TS
             END-READ
             CLOSE SHL-FILE
           END-IF.
           MOVE "N" TO SHL-STALE.
           MOVE FUNCTION CURRENT-DATE TO SHL-NOW-TS.
           IF SHL-TS IS NUMERIC
             MOVE FUNCTION NUMVAL(SHL-TS(1:8)) TO SHL-DATE-NUM
             COMPUTE SHL-OLD-MIN =
               FUNCTION INTEGER-OF-DATE(SHL-DATE-NUM) * 1440
               + FUNCTION NUMVAL(SHL-TS(9:2)) * 60
               + FUNCTION NUMVAL(SHL-TS(11:2))
             MOVE FUNCTION NUMVAL(SHL-NOW-TS(1:8)) TO SHL-DATE-NUM
             COMPUTE SHL-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(SHL-DATE-NUM) * 1440
               + FUNCTION NUMVAL(SHL-NOW-TS(9:2)) * 60
               + FUNCTION NUMVAL(SHL-NOW-TS(11:2))
             IF SHL-NOW-MIN - SHL-OLD-MIN > SHL-STALE-MIN
               MOVE "Y" TO SHL-STALE
             END-IF
           ELSE
             IF SHL-TRIES > 5
               MOVE "Y" TO SHL-STALE
             END-IF
           END-IF.
           IF SHL-STALE = "Y"
             MOVE "ADR0245W" TO RST-LAST-MSG
             DISPLAY "ADR0245W STALE SHARED LOCK CLEARED: "
               FUNCTION TRIM(SHL-DIR-PATH)
               " (LEFT AT " FUNCTION TRIM(SHL-TS) ")"
             CALL "CBL_DELETE_FILE" USING SHL-OWN-PATH
               RETURNING SHL-RC
             CALL "CBL_DELETE_DIR" USING FUNCTION TRIM(SHL-DIR-PATH)
               RETURNING SHL-RC
             EXIT PARAGRAPH
           END-IF.

           IF SHL-MARK = "Y"
             MOVE SHL-WAIT-PATH TO SHL-FILE-PATH
             OPEN OUTPUT SHL-FILE
             IF SHL-STATUS = "00"
               MOVE SHL-NOW-TS(1:14) TO SHL-REC
               WRITE SHL-REC
               CLOSE SHL-FILE
             END-IF
           END-IF.
           CALL "C$SLEEP" USING SHL-SLEEP-SECS.

      *******************************************************
      *> 共用段落：釋放共用狀態檔鎖定 (SHL-DIR-PATH)
      *******************************************************
       SHL-RELEASE-PARA.
           PERFORM SHL-PATHS-PARA.
           CALL "CBL_DELETE_FILE" USING SHL-OWN-PATH
             RETURNING SHL-RC.
           CALL "CBL_DELETE_DIR" USING FUNCTION TRIM(SHL-DIR-PATH)
             RETURNING SHL-RC.

      *******************************************************
      *> 共用段落：是否有其他工作等候本鎖定 (SHL-WAITING)
      *******************************************************
       SHL-WAITER-PARA.
           PERFORM SHL-PATHS-PARA.
           MOVE "N" TO SHL-WAITING.
           CALL "CBL_CHECK_FILE_EXIST" USING SHL-WAIT-PATH
             SHL-CF-INFO RETURNING SHL-RC.
           IF SHL-RC = 0
             MOVE "Y" TO SHL-WAITING
           END-IF.

      *******************************************************
      *> 共用段落：由 SHL-DIR-PATH 導出持有者時戳檔與等候檔路徑
      *******************************************************
       SHL-PATHS-PARA.
           MOVE SPACES TO SHL-OWN-PATH SHL-WAIT-PATH.
           STRING
             FUNCTION TRIM(SHL-DIR-PATH) DELIMITED BY SIZE
             "\owner.dat" DELIMITED BY SIZE
             INTO SHL-OWN-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(SHL-DIR-PATH) DELIMITED BY SIZE
             ".wait" DELIMITED BY SIZE
             INTO SHL-WAIT-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：主迴圈心跳 (距上次重寫滿 RST-BEAT-SECS 秒
      *> 才重寫 RunStatus.dat；跨午夜補一天)
      *******************************************************
       RST-BEAT-PARA.
           PERFORM PH-NOW-PARA.
           COMPUTE RST-DELTA-CS = PH-NOW-CS - RST-LAST-CS.
           IF RST-DELTA-CS < 0
             ADD 8640000 TO RST-DELTA-CS
           END-IF.
           IF RST-DELTA-CS >= RST-BEAT-SECS * 100
             PERFORM RST-WRITE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：重寫執行狀態心跳檔 RunStatus.dat
      *******************************************************
       RST-WRITE-PARA.
           PERFORM PH-NOW-PARA.
           MOVE PH-NOW-CS TO RST-LAST-CS.
           MOVE FUNCTION CURRENT-DATE TO RST-NOW-TS.
           MOVE DATA-COUNT TO RST-DONE-FMT.
           MOVE RECON-LINE-COUNT TO RST-EXP-FMT.
           MOVE SPACES TO RST-TXT.
           STRING
             LOCK-NOW-TS DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             RST-NOW-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RST-PHASE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RST-DONE-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RST-EXP-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             RST-LAST-MSG DELIMITED BY SPACE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CTL-RUN-MODE) DELIMITED BY SIZE
             INTO RST-TXT
           END-STRING.
           OPEN OUTPUT RST-FILE.
           IF RST-STATUS = "00"
             MOVE RST-TXT TO RST-REC
             WRITE RST-REC
             CLOSE RST-FILE
           END-IF.
           MOVE "00" TO RST-STATUS.

      *******************************************************
      *> 共用段落：扣住單一通路分檔 (REL-NAME 已備妥；通路檔
      *> 固定位於輸出目錄下)，並記入扣住清單
      *******************************************************
       REL-HOLD-CHAN-PARA.
           MOVE SPACES TO REL-SRC-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(REL-NAME) DELIMITED BY SIZE
             INTO REL-SRC-PATH
           END-STRING.
           MOVE SPACES TO REL-DST-PATH.
           STRING
             FUNCTION TRIM(REL-SRC-PATH) DELIMITED BY SIZE
             ".held" DELIMITED BY SIZE
             INTO REL-DST-PATH
           END-STRING.
           CALL "CBL_RENAME_FILE" USING REL-SRC-PATH
             REL-DST-PATH RETURNING ARCHIVE-RC.
           MOVE REL-NAME TO REL-HELD-REC.
           WRITE REL-HELD-REC.

      *******************************************************
      *> 共用段落：主管核可檔核可人之 SUPERVISOR 角色核對
      *> (操作員登錄檔；不符者由 OPER-SIGNON 記入稽核檔)
      *******************************************************
       REL-APPROVER-CHECK-PARA.
           MOVE "CHECK" TO SGN-OP.
           MOVE "EXECUTE" TO SGN-PROGRAM.
           MOVE "SUPERVISOR" TO SGN-ROLE.
           MOVE REL-APPROVER TO SGN-OPERATOR.
           MOVE CTL-AUDIT-PATH TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.

      *******************************************************
      *> 共用段落：將單一扣住檔 (<REL-NAME>.held) 改回正式
      *> 檔名釋出；檔案不在場時僅提示不中止
      *******************************************************
       REL-UNHOLD-PARA.
           MOVE SPACES TO REL-DST-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(REL-NAME) DELIMITED BY SIZE
             INTO REL-DST-PATH
           END-STRING.
           MOVE SPACES TO REL-SRC-PATH.
           STRING
             FUNCTION TRIM(REL-DST-PATH) DELIMITED BY SIZE
             ".held" DELIMITED BY SIZE
             INTO REL-SRC-PATH
           END-STRING.
           CALL "CBL_RENAME_FILE" USING REL-SRC-PATH
             REL-DST-PATH RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0206W" TO RST-LAST-MSG
             DISPLAY "ADR0206W RELEASE NOTE: NO HELD FILE FOR "
               FUNCTION TRIM(REL-NAME)
           END-IF.

      *******************************************************
      *> 共用段落：寫出本次執行的稽核記錄列 (AuditLog.csv)
      *> 正常結束與操作員停止要求兩個收尾路徑共用
      *******************************************************
       AUDIT-WRITE-PARA.
           *> MASKED 測試資料模式不得記下批號，否則同批的正式
           *> 執行會被批號控制誤判為重送
           IF CTL-RUN-MODE = "MASKED"
             MOVE SPACES TO BATCH-SOURCE
             MOVE 0 TO BATCH-NUMBER-NUM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT.
           MOVE ERROR-COUNT TO ERROR-FMT.
           MOVE DATA-COUNT  TO DATA-FMT.
           MOVE STATE-MATCH-ABBR-CNT  TO STATE-MATCH-ABBR-FMT.
           MOVE STATE-MATCH-FULL-CNT  TO STATE-MATCH-FULL-FMT.
           MOVE STATE-MATCH-OTHER-CNT TO STATE-MATCH-OTHER-FMT.
           MOVE STREET-TYPE-MATCH-CNT   TO STREET-TYPE-MATCH-FMT.
           MOVE STREET-TYPE-UNKNOWN-CNT TO STREET-TYPE-UNKNOWN-FMT.
           MOVE WARNING-COUNT TO WARNING-FMT.
           MOVE BATCH-NUMBER-NUM TO BATCH-NUM-FMT.
           MOVE SPACES TO AUDIT-TXT.
           STRING
             FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CTL-PARSE-MODE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CTL-IN-FORMAT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CTL-OUT-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             CKPT-RESTART-FLAG DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             CTL-REFEED-FLAG DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             CTL-DRYRUN-FLAG DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DATA-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ERROR-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(STATE-MATCH-ABBR-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(STATE-MATCH-FULL-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(STATE-MATCH-OTHER-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CTL-RULE-VERSION) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(STREET-TYPE-MATCH-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(STREET-TYPE-UNKNOWN-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WARNING-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BATCH-SOURCE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BATCH-NUM-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MANIFEST-RESULT) DELIMITED BY SIZE
             INTO AUDIT-TXT
           END-STRING
           MOVE AUDIT-TXT TO LCH-LINE
           PERFORM AUDIT-CHAIN-PARA.

      *******************************************************
      *> 共用段落：LCH-LINE 一列經 LOG-CHAIN 封印附加至
      *> AuditLog.csv (檔案不存在時先輸出標題列)
      *******************************************************
       AUDIT-CHAIN-PARA.
           MOVE "APPEND" TO LCH-OP.
           MOVE CTL-AUDIT-PATH TO LCH-PATH.
           MOVE SPACES TO LCH-HEADER LCH-STATE.
           STRING
             "RUN_TIMESTAMP;PARSE_MODE;IN_FORMAT;OUTPUT_FORMAT;"
               DELIMITED BY SIZE
             "RESTART_FLAG;REFEED_FLAG;DRY_RUN_FLAG;DATA_COUNT;"
               DELIMITED BY SIZE
             "ERROR_COUNT;STATE_MATCH_ABBR;STATE_MATCH_FULLNAME;"
               DELIMITED BY SIZE
             "STATE_MATCH_OTHER;RULE_VERSION;STREET_TYPE_MATCH;"
               DELIMITED BY SIZE
             "STREET_TYPE_UNKNOWN;WARNING_ITEMS;BATCH_SOURCE;"
               DELIMITED BY SIZE
             "BATCH_NUMBER;RUN_NOTES;RULE_MANIFEST"
               DELIMITED BY SIZE
             INTO LCH-HEADER
           END-STRING.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：寫出單一資料輸出檔的完整性控制檔 (.ctl)
      *******************************************************
       HSK-WRITE-PARA.
           MOVE SPACES TO HSK-PATH.
           STRING
             FUNCTION TRIM(HSK-CUR-BASE) DELIMITED BY SIZE
             ".ctl" DELIMITED BY SIZE
             INTO HSK-PATH
           END-STRING.
           OPEN OUTPUT HSK-FILE.
           MOVE "RECORD_COUNT;BYTE_COUNT;CUSTOMER_ID_HASH"
             TO HSK-FILE-REC.
           WRITE HSK-FILE-REC.
           MOVE HSK-CUR-COUNT TO HSK-COUNT-FMT.
           MOVE HSK-CUR-BYTES TO HSK-BYTES-FMT.
           MOVE HSK-CUR-HASH  TO HSK-HASH-FMT.
           MOVE SPACES TO HSK-REC-TXT.
           STRING
             FUNCTION TRIM(HSK-COUNT-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(HSK-BYTES-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(HSK-HASH-FMT) DELIMITED BY SIZE
             INTO HSK-REC-TXT
           END-STRING.
           MOVE HSK-REC-TXT TO HSK-FILE-REC.
           WRITE HSK-FILE-REC.
           CLOSE HSK-FILE.

      *******************************************************
      *> 共用段落：核對單一規則檔的大小與檢核和 (RuleManifest)
      *******************************************************
       MF-VERIFY-PARA.
           *> 以本次實際生效的規則目錄組成成員檔路徑
           MOVE SPACES TO MANIFEST-FILE-PATH.
           STRING
             FUNCTION TRIM(MF-EFF-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(MANIFEST-NAME) DELIMITED BY SIZE
             INTO MANIFEST-FILE-PATH
           END-STRING.

           MOVE 0 TO MANIFEST-ACT-SIZE MANIFEST-ACT-SUM.
           CALL "CBL_CHECK_FILE_EXIST" USING MANIFEST-FILE-PATH
             MF-CF-INFO RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0305E" TO RST-LAST-MSG
             DISPLAY "ADR0305E RULE MANIFEST: FILE MISSING - "
               FUNCTION TRIM(MANIFEST-NAME)
             MOVE "Y" TO MANIFEST-MISMATCH
           ELSE
             MOVE MF-CF-SIZE TO MANIFEST-ACT-SIZE

             OPEN INPUT MF-RULE-FILE
             IF MF-RULE-STATUS = "00"
               PERFORM UNTIL MF-RULE-STATUS NOT = "00"
                 READ MF-RULE-FILE
                   AT END
                     MOVE "10" TO MF-RULE-STATUS
                   NOT AT END
                     MOVE LENGTH OF FUNCTION TRIM(MF-RULE-REC)
                       TO MF-LINE-LEN
                     PERFORM VARYING MF-IDX FROM 1 BY 1
                               UNTIL MF-IDX > MF-LINE-LEN
                       COMPUTE MANIFEST-ACT-SUM = FUNCTION MOD(
                         MANIFEST-ACT-SUM
                         + FUNCTION ORD(MF-RULE-REC(MF-IDX:1)),
                         999999999)
                     END-PERFORM
                 END-READ
               END-PERFORM
               CLOSE MF-RULE-FILE
               MOVE "00" TO MF-RULE-STATUS
             END-IF

             IF MANIFEST-ACT-SIZE NOT = MANIFEST-EXP-SIZE
                OR MANIFEST-ACT-SUM NOT = MANIFEST-EXP-SUM
               MOVE "ADR0304E" TO RST-LAST-MSG
               DISPLAY "ADR0304E RULE MANIFEST MISMATCH: "
                 FUNCTION TRIM(MANIFEST-NAME)
                 " SIZE " MANIFEST-ACT-SIZE "/" MANIFEST-EXP-SIZE
                 " CHECKSUM " MANIFEST-ACT-SUM "/" MANIFEST-EXP-SUM
               MOVE "Y" TO MANIFEST-MISMATCH
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：影響分析單趟處理 (IMPACT-PASS 1=正式/2=候選)
      *> 表頭/表尾控制列 (H;/T;) 逕行略過；每筆記錄將各分類
      *> 欄位以固定欄位格式寫入對應暫存檔，供逐列對齊比對
      *******************************************************
       IMPACT-PASS-PARA.
           IF IMPACT-PASS = 1
             OPEN OUTPUT IMPACT-A-FILE
           ELSE
             OPEN OUTPUT IMPACT-B-FILE
           END-IF.

           OPEN INPUT IN-FILE.
           READ IN-FILE.
           PERFORM UNTIL IN-FILE-STATUS = "10"
             READ IN-FILE
               AT END
                 MOVE "10" TO IN-FILE-STATUS
               NOT AT END
                 IF FUNCTION TRIM(IN-FILE-REC) = SPACES
                    OR IN-FILE-REC(1:2) = "H;"
                    OR IN-FILE-REC(1:2) = "T;"
                   CONTINUE
                 ELSE
                   MOVE SPACES TO IF-DATA(1) IF-DATA(2) IF-DATA(3)
                                  IF-DATA(4) IF-DATA(5)
                   UNSTRING IN-FILE-REC
                       DELIMITED BY ";"
                       INTO IF-DATA(1)
                            IF-DATA(2)
                            IF-DATA(3)
                            IF-DATA(4)
                            IF-DATA(5)
                   MOVE SPACES TO LS-FORMATTER
                   MOVE IF-DATA(3) TO BEFORE-DATA
                   MOVE IF-DATA(3) TO ORIGIN-DATA
                   CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER

                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 25
                     IF IDX <= 19 OR IDX = 23 OR IDX = 25
                       MOVE SPACES TO IMPACT-LINE-A
                       MOVE FUNCTION TRIM(IF-DATA(1)) TO IMP-A-CUSTID
                       MOVE IDX TO IMP-A-FLD
                       MOVE DTLS-LF(IDX) TO IMP-A-VAL
                       IF IMPACT-PASS = 1
                         MOVE IMPACT-LINE-A TO IMPACT-A-REC
                         WRITE IMPACT-A-REC
                       ELSE
                         MOVE IMPACT-LINE-A TO IMPACT-B-REC
                         WRITE IMPACT-B-REC
                       END-IF
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           MOVE "00" TO IN-FILE-STATUS.

           IF IMPACT-PASS = 1
             CLOSE IMPACT-A-FILE
           ELSE
             CLOSE IMPACT-B-FILE
           END-IF.

      *******************************************************
      *> 共用段落：影響分析差異比對，兩暫存檔逐列對齊比對，
      *> 僅輸出值有異動的欄位 (Impact_Report.csv)
      *******************************************************
       IMPACT-DIFF-PARA.
           OPEN INPUT IMPACT-A-FILE.
           OPEN INPUT IMPACT-B-FILE.
           OPEN OUTPUT IMPACT-RPT-FILE.
           MOVE SPACES TO IMPACT-TXT.
           STRING
             "CUSTOMER_ID;FIELD_INDEX;PRODUCTION_VALUE;"
               DELIMITED BY SIZE
             "CANDIDATE_VALUE" DELIMITED BY SIZE
             INTO IMPACT-TXT
           END-STRING.
           MOVE IMPACT-TXT TO IMPACT-RPT-REC.
           WRITE IMPACT-RPT-REC.

           MOVE "N" TO IMPACT-EOF-FLAG.
           PERFORM UNTIL IMPACT-EOF-FLAG = "Y"
             READ IMPACT-A-FILE
               AT END
                 MOVE "Y" TO IMPACT-EOF-FLAG
               NOT AT END
                 READ IMPACT-B-FILE
                   AT END
                     MOVE "Y" TO IMPACT-EOF-FLAG
                   NOT AT END
                     MOVE IMPACT-A-REC TO IMPACT-LINE-A
                     MOVE IMPACT-B-REC TO IMPACT-LINE-B
                     IF IMP-A-VAL NOT = IMP-B-VAL
                       ADD 1 TO IMPACT-DIFF-COUNT
                       MOVE SPACES TO IMPACT-TXT
                       STRING
                         FUNCTION TRIM(IMP-A-CUSTID) DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         IMP-A-FLD DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         FUNCTION TRIM(IMP-A-VAL) DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         FUNCTION TRIM(IMP-B-VAL) DELIMITED BY SIZE
                         INTO IMPACT-TXT
                       END-STRING
                       MOVE IMPACT-TXT TO IMPACT-RPT-REC
                       WRITE IMPACT-RPT-REC
                     END-IF
                 END-READ
             END-READ
           END-PERFORM.

           CLOSE IMPACT-A-FILE.
           CLOSE IMPACT-B-FILE.
           CLOSE IMPACT-RPT-FILE.

      *******************************************************
      *> 共用段落：追加錯誤代碼 (代碼對照 input\ErrorCatalog.csv)
      *> LEGACY 驗證/重複客戶/DELTA 比對等不經
      *> FORMATTER-ADDRESS 的檢核路徑共用
      *******************************************************
       ERR-CODE-ADD-PARA.
           IF ERROR-CODES = SPACES
             MOVE EC-WORK TO ERROR-CODES
           ELSE
             STRING
               FUNCTION TRIM(ERROR-CODES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EC-WORK DELIMITED BY SIZE
               INTO ERROR-CODES
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：失敗資料修正建議 (Suggestions.csv)
      *> 依錯誤代碼挑選建議：003=國名未命中 -> 最接近的
      *> CountryList 項目；005=城市未命中 -> 前三名候選城市；
      *> 另若 STATE 空白而 PROVINCE 為州名全名 -> 對應州代碼
      *******************************************************
       SUGGEST-PARA.
           IF ERROR-CODES NOT = SPACES
             MOVE 0 TO SGG-SCORE
             INSPECT ERROR-CODES TALLYING SGG-SCORE FOR ALL "003"
             IF SGG-SCORE > 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 TO SGG-VAL
               MOVE -9999 TO SGG-BEST-SCORE(1)
               MOVE SPACES TO SGG-BEST-TXT(1)
               PERFORM VARYING SGG-I FROM 1 BY 1 UNTIL SGG-I > 500
                 IF LS-COUNTRY-COL(SGG-I) = SPACES
                   EXIT PERFORM
                 END-IF
                 MOVE LS-COUNTRY-COL(SGG-I) TO SGG-CAND
                 PERFORM SGG-SCORE-PARA
                 IF SGG-SCORE > SGG-BEST-SCORE(1)
                   MOVE SGG-SCORE TO SGG-BEST-SCORE(1)
                   *> 建議值取名單原文 (正典寫法)，供直接回填
                   MOVE LS-COUNTRY-ORIG-COL(SGG-I)
                     TO SGG-BEST-TXT(1)
                 END-IF
               END-PERFORM
               IF SGG-BEST-TXT(1) NOT = SPACES
                 MOVE "COUNTRY" TO SGG-CAND
                 MOVE 1 TO SGG-RANK
                 MOVE SGG-BEST-TXT(1) TO SGG-VAL
                 PERFORM SGG-WRITE-PARA
               END-IF
             END-IF

             MOVE 0 TO SGG-SCORE
             INSPECT ERROR-CODES TALLYING SGG-SCORE FOR ALL "005"
             IF SGG-SCORE > 0
               *> 比對值依城市名單的正規化方式摺疊重音後評分
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(3)))
                 TO SGG-VAL
               INSPECT SGG-VAL
                 CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1
               INSPECT SGG-VAL
                 CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2
               INSPECT SGG-VAL
                 CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3
               PERFORM VARYING SGG-J FROM 1 BY 1 UNTIL SGG-J > 3
                 MOVE -9999 TO SGG-BEST-SCORE(SGG-J)
                 MOVE SPACES TO SGG-BEST-TXT(SGG-J)
               END-PERFORM
               PERFORM VARYING SGG-I FROM 1 BY 1 UNTIL SGG-I > 50000
                 IF LS-CITY-COL(SGG-I) = SPACES
                   EXIT PERFORM
                 END-IF
                 MOVE LS-CITY-COL(SGG-I) TO SGG-CAND
                 PERFORM SGG-SCORE-PARA
                 PERFORM VARYING SGG-J FROM 1 BY 1 UNTIL SGG-J > 3
                   IF SGG-SCORE > SGG-BEST-SCORE(SGG-J)
                     *> 後續名次往下遞移，插入於第 SGG-J 名；
                     *> 建議值取名單原文 (正典寫法)，供直接回填
                     PERFORM VARYING SGG-L FROM 3 BY -1
                               UNTIL SGG-L <= SGG-J
                       MOVE SGG-BEST-SCORE(SGG-L - 1)
                         TO SGG-BEST-SCORE(SGG-L)
                       MOVE SGG-BEST-TXT(SGG-L - 1)
                         TO SGG-BEST-TXT(SGG-L)
                     END-PERFORM
                     MOVE SGG-SCORE TO SGG-BEST-SCORE(SGG-J)
                     MOVE LS-CITY-ORIG-COL(SGG-I)
                       TO SGG-BEST-TXT(SGG-J)
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(3)))
                 TO SGG-CAND
               PERFORM VARYING SGG-J FROM 1 BY 1 UNTIL SGG-J > 3
                 IF SGG-BEST-TXT(SGG-J) NOT = SPACES
                   MOVE SGG-BEST-TXT(SGG-J) TO SGG-VAL
                   MOVE "CITY" TO SGG-CAND
                   MOVE SGG-J TO SGG-RANK
                   PERFORM SGG-WRITE-PARA
                   MOVE FUNCTION UPPER-CASE(
                          FUNCTION TRIM(DTLS-LF(3))) TO SGG-CAND
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

           *> STATE 空白而 PROVINCE 為州名全名時，建議對應州代碼
           IF DTLS-LF(17) = SPACES AND DTLS-LF(16) NOT = SPACES
             PERFORM VARYING SGG-I FROM 1 BY 1 UNTIL SGG-I > 200
               IF LS-STATE-NAME-COL(SGG-I) = SPACES
                 EXIT PERFORM
               END-IF
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(LS-STATE-NAME-COL(SGG-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(16)))
                 MOVE LS-STATE-CODE-COL(SGG-I) TO SGG-VAL
                 MOVE "STATE" TO SGG-CAND
                 MOVE 1 TO SGG-RANK
                 PERFORM SGG-WRITE-PARA
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

      *******************************************************
      *> 共用段落：相似度評分 (SGG-VAL vs SGG-CAND -> SGG-SCORE)
      *******************************************************
       SGG-SCORE-PARA.
           MOVE LENGTH OF FUNCTION TRIM(SGG-VAL) TO SGG-LA.
           MOVE LENGTH OF FUNCTION TRIM(SGG-CAND) TO SGG-LB.
           IF SGG-LA < SGG-LB
             MOVE SGG-LA TO SGG-MIN
           ELSE
             MOVE SGG-LB TO SGG-MIN
           END-IF.
           MOVE 0 TO SGG-PFX.
           PERFORM VARYING SGG-K FROM 1 BY 1 UNTIL SGG-K > SGG-MIN
             IF SGG-VAL(SGG-K:1) = SGG-CAND(SGG-K:1)
               ADD 1 TO SGG-PFX
             ELSE
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SGG-LA > SGG-LB
             COMPUTE SGG-SCORE = SGG-PFX * 10 - (SGG-LA - SGG-LB)
           ELSE
             COMPUTE SGG-SCORE = SGG-PFX * 10 - (SGG-LB - SGG-LA)
           END-IF.

      *******************************************************
      *> 共用段落：寫出一列修正建議
      *> (SGG-CAND=欄位名、SGG-RANK=名次、SGG-VAL=建議值)
      *******************************************************
       SGG-WRITE-PARA.
           MOVE SPACES TO SGG-TXT.
           EVALUATE FUNCTION TRIM(SGG-CAND)
             WHEN "COUNTRY"
               MOVE FUNCTION TRIM(DTLS-LF(2)) TO SGG-ORIG-TXT
             WHEN "CITY"
               MOVE FUNCTION TRIM(DTLS-LF(3)) TO SGG-ORIG-TXT
             WHEN OTHER
               MOVE FUNCTION TRIM(DTLS-LF(16)) TO SGG-ORIG-TXT
           END-EVALUATE.
           STRING
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGG-CAND) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGG-ORIG-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SGG-RANK DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGG-VAL) DELIMITED BY SIZE
             INTO SGG-TXT
           END-STRING.
           MOVE SGG-TXT TO SUGGEST-REC.
           WRITE SUGGEST-REC.

      *******************************************************
      *> 共用段落：未命中詞彙累計 (同型別同字串累加出現次數)
      *******************************************************
       CAND-ADD-PARA.
           MOVE 0 TO CAND-FOUND.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                     UNTIL CAND-IDX > CAND-COUNT
             IF CAND-TYPE(CAND-IDX) = CAND-NEW-TYPE
                AND FUNCTION UPPER-CASE(
                      FUNCTION TRIM(CAND-TERM(CAND-IDX))) =
                    FUNCTION UPPER-CASE(
                      FUNCTION TRIM(CAND-NEW-TERM))
               MOVE CAND-IDX TO CAND-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF CAND-FOUND > 0
             ADD 1 TO CAND-CNT(CAND-FOUND)
           ELSE
             IF CAND-COUNT < 5000
               ADD 1 TO CAND-COUNT
               MOVE CAND-NEW-TYPE TO CAND-TYPE(CAND-COUNT)
               MOVE CAND-NEW-TERM TO CAND-TERM(CAND-COUNT)
               MOVE 1 TO CAND-CNT(CAND-COUNT)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：業務單位分檔 (Address_Split_<單位>.csv)
      *> 單位切換時改開啟對應檔案；首次開啟寫入標題列
      *******************************************************
       BU-SPLIT-WRITE-PARA.
           MOVE FUNCTION TRIM(DTLS-LF(24)) TO BUF-UNIT.
           PERFORM BU-UNIT-FIND-PARA.
           IF BUF-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           IF BUF-CUR-SPLIT NOT = BUF-NAME(BUF-FOUND)
             IF BUF-CUR-SPLIT NOT = SPACES
               CLOSE BU-SPLIT-FILE
             END-IF
             MOVE SPACES TO CTL-BUSPLIT-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Address_Split_" DELIMITED BY SIZE
               FUNCTION TRIM(BUF-UNIT) DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO CTL-BUSPLIT-PATH
             END-STRING
             *> 續跑時接續前次輸出，不可重建 (會截掉既有資料)
             IF BUF-SPLIT-INIT(BUF-FOUND) = "Y"
                OR CKPT-RESTART-FLAG = "Y"
               OPEN EXTEND BU-SPLIT-FILE
             ELSE
               OPEN OUTPUT BU-SPLIT-FILE
               MOVE TMP-REC-TOTAL(1:
                      LENGTH OF FUNCTION TRIM(TMP-REC-TOTAL) - 1)
                 TO BU-SPLIT-REC
               WRITE BU-SPLIT-REC
             END-IF
             MOVE "Y" TO BUF-SPLIT-INIT(BUF-FOUND)
             MOVE BUF-NAME(BUF-FOUND) TO BUF-CUR-SPLIT
           END-IF.

           MOVE OUT-FILE-REC-CSV TO BU-SPLIT-REC.
           WRITE BU-SPLIT-REC.

      *******************************************************
      *> 共用段落：業務單位失敗分檔 (Fail_Data_<單位>.csv)
      *******************************************************
       BU-FAIL-WRITE-PARA.
           MOVE FUNCTION TRIM(DTLS-LF(24)) TO BUF-UNIT.
           PERFORM BU-UNIT-FIND-PARA.
           IF BUF-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           IF BUF-CUR-FAIL NOT = BUF-NAME(BUF-FOUND)
             IF BUF-CUR-FAIL NOT = SPACES
               CLOSE BU-FAIL-FILE
             END-IF
             MOVE SPACES TO CTL-BUFAIL-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Fail_Data_" DELIMITED BY SIZE
               FUNCTION TRIM(BUF-UNIT) DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO CTL-BUFAIL-PATH
             END-STRING
             *> 續跑時接續前次輸出，不可重建 (會截掉既有資料)
             IF BUF-FAIL-INIT(BUF-FOUND) = "Y"
                OR CKPT-RESTART-FLAG = "Y"
               OPEN EXTEND BU-FAIL-FILE
             ELSE
               OPEN OUTPUT BU-FAIL-FILE
               MOVE TMP-REC-ERROR(1:
                      LENGTH OF FUNCTION TRIM(TMP-REC-ERROR) - 1)
                 TO BU-FAIL-REC
               WRITE BU-FAIL-REC
             END-IF
             MOVE "Y" TO BUF-FAIL-INIT(BUF-FOUND)
             MOVE BUF-NAME(BUF-FOUND) TO BUF-CUR-FAIL
           END-IF.

           MOVE ERROR-REC-CSV TO BU-FAIL-REC.
           WRITE BU-FAIL-REC.

      *******************************************************
      *> 共用段落：業務單位查找/登錄 (BUF-FOUND=0 表示表已滿)
      *******************************************************
       BU-UNIT-FIND-PARA.
           MOVE 0 TO BUF-FOUND.
           PERFORM VARYING BUF-IDX FROM 1 BY 1
                     UNTIL BUF-IDX > BUF-COUNT
             IF BUF-NAME(BUF-IDX) = BUF-UNIT
               MOVE BUF-IDX TO BUF-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF BUF-FOUND = 0 AND BUF-COUNT < 100
             ADD 1 TO BUF-COUNT
             MOVE BUF-UNIT TO BUF-NAME(BUF-COUNT)
             MOVE "N" TO BUF-SPLIT-INIT(BUF-COUNT)
             MOVE "N" TO BUF-FAIL-INIT(BUF-COUNT)
             MOVE BUF-COUNT TO BUF-FOUND
           END-IF.

      *******************************************************
      *> 共用段落：來源系統回寫 (WriteBack_<來源>.csv)
      *> 送入地址 (英文行優先，無則原文行) 與重建地址去除空白
      *> 標點後比較，相同者來源端無須更正不回寫
      *******************************************************
       SWB-WB-WRITE-PARA.
           IF DTLS-LF(23) = SPACES
             EXIT PARAGRAPH
           END-IF.
           IF DTLS-LF(22) NOT = SPACES
             MOVE DTLS-LF(22) TO SWB-NORM-IN
           ELSE
             MOVE DTLS-LF(21) TO SWB-NORM-IN
           END-IF.
           PERFORM SWB-NORM-PARA.
           MOVE SWB-NORM-OUT TO SWB-SENT.
           MOVE DTLS-LF(23) TO SWB-NORM-IN.
           PERFORM SWB-NORM-PARA.
           IF SWB-NORM-OUT = SWB-SENT
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(DTLS-LF(24)) TO SWB-UNIT.
           PERFORM SWB-FIND-PARA.
           IF SWB-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           IF SWB-CUR-WB NOT = SWB-S-NAME(SWB-FOUND)
             IF SWB-CUR-WB NOT = SPACES
               CLOSE SWB-WB-FILE
             END-IF
             PERFORM SWB-WB-PATH-PARA
             MOVE "N" TO SWB-OPENED
             IF SWB-S-WB-INIT(SWB-FOUND) = "Y"
               OPEN EXTEND SWB-WB-FILE
               MOVE "Y" TO SWB-OPENED
             ELSE
               *> 續跑/重送：接續既有檔案的流水號與控制值
               IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
                 PERFORM SWB-WB-SCAN-PARA
               END-IF
             END-IF
             IF SWB-OPENED = "N"
               OPEN OUTPUT SWB-WB-FILE
               MOVE SPACES TO SWB-TXT
               MOVE 1 TO SWB-PTR
               STRING "SEQ_NO;CUSTOMER_ID" DELIMITED BY SIZE
                 INTO SWB-TXT WITH POINTER SWB-PTR
               END-STRING
               PERFORM VARYING SWB-K FROM 1 BY 1
                         UNTIL SWB-K > SWB-S-FLD-CNT(SWB-FOUND)
                 MOVE SWB-S-FLD(SWB-FOUND SWB-K) TO SWB-J
                 STRING
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COL-TEXT(SWB-J)) DELIMITED BY SIZE
                   INTO SWB-TXT WITH POINTER SWB-PTR
                 END-STRING
               END-PERFORM
               MOVE SWB-TXT TO SWB-WB-REC
               WRITE SWB-WB-REC
             END-IF
             MOVE "Y" TO SWB-S-WB-INIT(SWB-FOUND)
             MOVE SWB-S-NAME(SWB-FOUND) TO SWB-CUR-WB
           END-IF.

           ADD 1 TO SWB-S-WB-SEQ(SWB-FOUND).
           MOVE SWB-S-WB-SEQ(SWB-FOUND) TO SWB-SEQ-FMT.
           MOVE SPACES TO SWB-TXT.
           MOVE 1 TO SWB-PTR.
           STRING
             SWB-SEQ-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             INTO SWB-TXT WITH POINTER SWB-PTR
           END-STRING.
           PERFORM VARYING SWB-K FROM 1 BY 1
                     UNTIL SWB-K > SWB-S-FLD-CNT(SWB-FOUND)
             MOVE SWB-S-FLD(SWB-FOUND SWB-K) TO SWB-J
             STRING
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(SWB-J)) DELIMITED BY SIZE
               INTO SWB-TXT WITH POINTER SWB-PTR
             END-STRING
           END-PERFORM.
           MOVE SWB-TXT TO SWB-WB-REC.
           WRITE SWB-WB-REC.
           ADD 1 TO SWB-WB-ROWS.
           COMPUTE SWB-S-WB-BYTES(SWB-FOUND) = SWB-S-WB-BYTES(SWB-FOUND)
             + LENGTH OF FUNCTION TRIM(SWB-TXT).
           COMPUTE SWB-S-WB-HASH(SWB-FOUND) = FUNCTION MOD(
             SWB-S-WB-HASH(SWB-FOUND) + HSK-ID-HASH, 999999999999).

      *******************************************************
      *> 共用段落：來源系統退件通知 (RejectNotice_<來源>.csv)
      *> 每個錯誤代碼一列，附 ErrorCatalog.csv 的嚴重度、說明與
      *> 資料管理人處理建議 (STEWARD_ACTION)
      *******************************************************
       SWB-RJ-WRITE-PARA.
           MOVE FUNCTION TRIM(DTLS-LF(24)) TO SWB-UNIT.
           PERFORM SWB-FIND-PARA.
           IF SWB-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           IF SWB-CUR-RJ NOT = SWB-S-NAME(SWB-FOUND)
             IF SWB-CUR-RJ NOT = SPACES
               CLOSE SWB-RJ-FILE
             END-IF
             PERFORM SWB-RJ-PATH-PARA
             MOVE "N" TO SWB-OPENED
             IF SWB-S-RJ-INIT(SWB-FOUND) = "Y"
               OPEN EXTEND SWB-RJ-FILE
               MOVE "Y" TO SWB-OPENED
             ELSE
               IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
                 PERFORM SWB-RJ-SCAN-PARA
               END-IF
             END-IF
             IF SWB-OPENED = "N"
               OPEN OUTPUT SWB-RJ-FILE
               MOVE "SEQ_NO;CUSTOMER_ID;ERROR_CODE;SEVERITY;"
                 & "DESCRIPTION;STEWARD_ACTION;ADDRESS_LINE_ORIGIN"
                 TO SWB-RJ-REC
               WRITE SWB-RJ-REC
             END-IF
             MOVE "Y" TO SWB-S-RJ-INIT(SWB-FOUND)
             MOVE SWB-S-NAME(SWB-FOUND) TO SWB-CUR-RJ
           END-IF.

           IF ERROR-CODES = SPACES
             MOVE SPACES TO SWB-CODE
             PERFORM SWB-RJ-ROW-PARA
           ELSE
             MOVE 1 TO SWB-CPTR
             PERFORM UNTIL SWB-CPTR > LENGTH OF ERROR-CODES
               MOVE SPACES TO SWB-TOK(1)
               UNSTRING ERROR-CODES DELIMITED BY ","
                   INTO SWB-TOK(1) WITH POINTER SWB-CPTR
               END-UNSTRING
               IF SWB-TOK(1) NOT = SPACES
                 MOVE FUNCTION TRIM(SWB-TOK(1)) TO SWB-CODE
                 PERFORM SWB-RJ-ROW-PARA
               END-IF
             END-PERFORM
           END-IF.

      *******************************************************
      *> 共用段落：退件通知寫一列 (SWB-CODE 查 ErrorCatalog；
      *> 目錄無此代碼者以本筆錯誤訊息為說明)
      *******************************************************
       SWB-RJ-ROW-PARA.
           MOVE "ERROR" TO SWB-SEV.
           MOVE DTLS-LF(19)(1:80) TO SWB-DESC.
           MOVE "REVIEW THE ADDRESS AT SOURCE AND RESUBMIT" TO SWB-ACT.
           PERFORM VARYING SWB-K FROM 1 BY 1
                     UNTIL SWB-K > SWB-EC-COUNT
             IF SWB-EC-CODE(SWB-K) = SWB-CODE
               IF SWB-EC-SEV(SWB-K) NOT = SPACES
                 MOVE SWB-EC-SEV(SWB-K) TO SWB-SEV
               END-IF
               IF SWB-EC-DESC(SWB-K) NOT = SPACES
                 MOVE SWB-EC-DESC(SWB-K) TO SWB-DESC
               END-IF
               IF SWB-EC-ACT(SWB-K) NOT = SPACES
                 MOVE SWB-EC-ACT(SWB-K) TO SWB-ACT
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.

           ADD 1 TO SWB-S-RJ-SEQ(SWB-FOUND).
           MOVE SWB-S-RJ-SEQ(SWB-FOUND) TO SWB-SEQ-FMT.
           MOVE SPACES TO SWB-TXT.
           STRING
             SWB-SEQ-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SWB-CODE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SWB-SEV) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SWB-DESC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SWB-ACT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(21)) DELIMITED BY SIZE
             INTO SWB-TXT
           END-STRING.
           MOVE SWB-TXT TO SWB-RJ-REC.
           WRITE SWB-RJ-REC.
           ADD 1 TO SWB-RJ-ROWS.
           COMPUTE SWB-S-RJ-BYTES(SWB-FOUND) = SWB-S-RJ-BYTES(SWB-FOUND)
             + LENGTH OF FUNCTION TRIM(SWB-RJ-REC).
           COMPUTE SWB-S-RJ-HASH(SWB-FOUND) = FUNCTION MOD(
             SWB-S-RJ-HASH(SWB-FOUND) + HSK-ID-HASH, 999999999999).

      *******************************************************
      *> 共用段落：回寫/退件通知檔路徑 (依 SWB-FOUND 的來源)
      *******************************************************
       SWB-WB-PATH-PARA.
           MOVE SPACES TO CTL-SWB-WB-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "WriteBack_" DELIMITED BY SIZE
             FUNCTION TRIM(SWB-S-NAME(SWB-FOUND)) DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO CTL-SWB-WB-PATH
           END-STRING.

       SWB-RJ-PATH-PARA.
           MOVE SPACES TO CTL-SWB-RJ-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "RejectNotice_" DELIMITED BY SIZE
             FUNCTION TRIM(SWB-S-NAME(SWB-FOUND)) DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO CTL-SWB-RJ-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：續跑/重送時掃描既有回寫檔，接續流水號並重算
      *> 位元組數與雜湊 (檔案不存在者 SWB-OPENED 維持 N，由呼叫
      *> 端重建並寫標題列)
      *******************************************************
       SWB-WB-SCAN-PARA.
           OPEN INPUT SWB-WB-FILE.
           IF SWB-WB-STATUS NOT = "00"
             MOVE "00" TO SWB-WB-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SWB-R-COUNT SWB-R-BYTES SWB-R-HASH.
           PERFORM UNTIL SWB-WB-STATUS NOT = "00"
             READ SWB-WB-FILE
               AT END
                 MOVE "10" TO SWB-WB-STATUS
               NOT AT END
                 IF SWB-WB-REC(1:7) NOT = "SEQ_NO;"
                    AND FUNCTION TRIM(SWB-WB-REC) NOT = SPACES
                   MOVE SWB-WB-REC TO SWB-TXT
                   PERFORM SWB-SCAN-ROW-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SWB-WB-FILE.
           MOVE "00" TO SWB-WB-STATUS.
           MOVE SWB-R-COUNT TO SWB-S-WB-SEQ(SWB-FOUND).
           MOVE SWB-R-BYTES TO SWB-S-WB-BYTES(SWB-FOUND).
           MOVE SWB-R-HASH  TO SWB-S-WB-HASH(SWB-FOUND).
           OPEN EXTEND SWB-WB-FILE.
           MOVE "Y" TO SWB-OPENED.

       SWB-RJ-SCAN-PARA.
           OPEN INPUT SWB-RJ-FILE.
           IF SWB-RJ-STATUS NOT = "00"
             MOVE "00" TO SWB-RJ-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SWB-R-COUNT SWB-R-BYTES SWB-R-HASH.
           PERFORM UNTIL SWB-RJ-STATUS NOT = "00"
             READ SWB-RJ-FILE
               AT END
                 MOVE "10" TO SWB-RJ-STATUS
               NOT AT END
                 IF SWB-RJ-REC(1:7) NOT = "SEQ_NO;"
                    AND FUNCTION TRIM(SWB-RJ-REC) NOT = SPACES
                   MOVE SWB-RJ-REC TO SWB-TXT
                   PERFORM SWB-SCAN-ROW-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SWB-RJ-FILE.
           MOVE "00" TO SWB-RJ-STATUS.
           MOVE SWB-R-COUNT TO SWB-S-RJ-SEQ(SWB-FOUND).
           MOVE SWB-R-BYTES TO SWB-S-RJ-BYTES(SWB-FOUND).
           MOVE SWB-R-HASH  TO SWB-S-RJ-HASH(SWB-FOUND).
           OPEN EXTEND SWB-RJ-FILE.
           MOVE "Y" TO SWB-OPENED.

      *******************************************************
      *> 共用段落：既有列累計 (第 2 欄 CUSTOMER_ID 雜湊算法同
      *> HSK-ID-HASH)
      *******************************************************
       SWB-SCAN-ROW-PARA.
           ADD 1 TO SWB-R-COUNT.
           ADD LENGTH OF FUNCTION TRIM(SWB-TXT) TO SWB-R-BYTES.
           MOVE SPACES TO SWB-TOK(1) SWB-TOK(2).
           UNSTRING SWB-TXT DELIMITED BY ";"
               INTO SWB-TOK(1) SWB-TOK(2)
           END-UNSTRING.
           MOVE 0 TO SWB-ID-HASH.
           IF SWB-TOK(2) NOT = SPACES
             MOVE LENGTH OF FUNCTION TRIM(SWB-TOK(2)) TO SWB-LEN
             MOVE FUNCTION TRIM(SWB-TOK(2)) TO SWB-TOK(3)
             PERFORM VARYING SWB-K FROM 1 BY 1 UNTIL SWB-K > SWB-LEN
               COMPUTE SWB-ID-HASH = SWB-ID-HASH
                 + FUNCTION ORD(SWB-TOK(3)(SWB-K:1))
             END-PERFORM
           END-IF.
           COMPUTE SWB-R-HASH = FUNCTION MOD(
             SWB-R-HASH + SWB-ID-HASH, 999999999999).

      *******************************************************
      *> 共用段落：來源查找/登錄 (SWB-FOUND=0 表示表已滿)；新來源
      *> 依其 WRITEBACK-LAYOUT 解析回寫欄位 (未設定者用預設配置)
      *******************************************************
       SWB-FIND-PARA.
           IF SWB-LOADED = "N"
             PERFORM SWB-LOAD-PARA
           END-IF.
           MOVE 0 TO SWB-FOUND.
           PERFORM VARYING SWB-IDX FROM 1 BY 1
                     UNTIL SWB-IDX > SWB-COUNT
             IF SWB-S-NAME(SWB-IDX) = SWB-UNIT
               MOVE SWB-IDX TO SWB-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SWB-FOUND > 0 OR SWB-COUNT >= 100
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SWB-COUNT.
           MOVE SWB-COUNT TO SWB-FOUND.
           MOVE SWB-UNIT TO SWB-S-NAME(SWB-FOUND).
           MOVE "N" TO SWB-S-WB-INIT(SWB-FOUND)
                       SWB-S-RJ-INIT(SWB-FOUND).
           MOVE 0 TO SWB-S-WB-SEQ(SWB-FOUND) SWB-S-WB-BYTES(SWB-FOUND)
                     SWB-S-WB-HASH(SWB-FOUND) SWB-S-RJ-SEQ(SWB-FOUND)
                     SWB-S-RJ-BYTES(SWB-FOUND) SWB-S-RJ-HASH(SWB-FOUND)
                     SWB-S-FLD-CNT(SWB-FOUND).

           MOVE SWB-DEF-LAYOUT TO SWB-LAYOUT.
           PERFORM VARYING SWB-K FROM 1 BY 1
                     UNTIL SWB-K > SWB-PL-COUNT
             IF SWB-PL-SRC(SWB-K) =
                FUNCTION UPPER-CASE(SWB-UNIT)
               MOVE SWB-PL-TXT(SWB-K) TO SWB-LAYOUT
             END-IF
           END-PERFORM.

           MOVE 1 TO SWB-PTR.
           PERFORM UNTIL SWB-PTR > LENGTH OF SWB-LAYOUT
                      OR SWB-S-FLD-CNT(SWB-FOUND) >= 20
             MOVE SPACES TO SWB-FLD-NAME
             UNSTRING SWB-LAYOUT DELIMITED BY ","
                 INTO SWB-FLD-NAME WITH POINTER SWB-PTR
             END-UNSTRING
             IF SWB-FLD-NAME NOT = SPACES
               MOVE 0 TO SWB-J
               PERFORM VARYING SWB-K FROM 1 BY 1 UNTIL SWB-K > 26
                 IF WS-COL-TEXT(SWB-K) = FUNCTION TRIM(SWB-FLD-NAME)
                   MOVE SWB-K TO SWB-J
                   EXIT PERFORM
                 END-IF
               END-PERFORM
               IF SWB-J = 0
                 MOVE "ADR0237W" TO RST-LAST-MSG
                 DISPLAY "ADR0237W WRITEBACK-LAYOUT FIELD NOT "
                   "RECOGNIZED FOR " FUNCTION TRIM(SWB-UNIT) ": "
                   FUNCTION TRIM(SWB-FLD-NAME) " - IGNORED"
               ELSE
                 ADD 1 TO SWB-S-FLD-CNT(SWB-FOUND)
                 MOVE SWB-S-FLD-CNT(SWB-FOUND) TO SWB-K
                 MOVE SWB-J TO SWB-S-FLD(SWB-FOUND SWB-K)
               END-IF
             END-IF
           END-PERFORM.
           *> 配置欄名全數無效時退回預設配置 (重建地址行)
           IF SWB-S-FLD-CNT(SWB-FOUND) = 0
             MOVE 1 TO SWB-S-FLD-CNT(SWB-FOUND)
             MOVE 23 TO SWB-S-FLD(SWB-FOUND 1)
           END-IF.

      *******************************************************
      *> 共用段落：首次使用時載入各來源 WRITEBACK-LAYOUT
      *> (ClientProfiles.csv) 與錯誤代碼目錄 (ErrorCatalog.csv：
      *> CODE;SEVERITY;DESCRIPTION;STEWARD_ACTION)
      *******************************************************
       SWB-LOAD-PARA.
           MOVE "Y" TO SWB-LOADED.
           MOVE 0 TO SWB-PL-COUNT SWB-EC-COUNT.
           OPEN INPUT CLIPROF-FILE.
           IF CLIP-STATUS = "00"
             PERFORM UNTIL CLIP-STATUS NOT = "00"
               READ CLIPROF-FILE
                 AT END
                   MOVE "10" TO CLIP-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(CLIPROF-REC) NOT = SPACES
                      AND CLIPROF-REC(1:1) NOT = "*"
                      AND CLIPROF-REC(1:7) NOT = "SOURCE;"
                      AND SWB-PL-COUNT < 100
                     MOVE SPACES TO CLIP-SRC CLIP-KEY CLIP-VAL
                     UNSTRING CLIPROF-REC DELIMITED BY ";"
                         INTO CLIP-SRC CLIP-KEY CLIP-VAL
                     IF FUNCTION UPPER-CASE(FUNCTION TRIM(CLIP-KEY))
                        = "WRITEBACK-LAYOUT"
                       ADD 1 TO SWB-PL-COUNT
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLIP-SRC))
                         TO SWB-PL-SRC(SWB-PL-COUNT)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLIP-VAL))
                         TO SWB-PL-TXT(SWB-PL-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIPROF-FILE
           END-IF.
           MOVE "00" TO CLIP-STATUS.

           OPEN INPUT WQ-CAT-FILE.
           IF WQ-CAT-STATUS = "00"
             PERFORM UNTIL WQ-CAT-STATUS NOT = "00"
               READ WQ-CAT-FILE
                 AT END
                   MOVE "10" TO WQ-CAT-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(WQ-CAT-REC) NOT = SPACES
                      AND WQ-CAT-REC(1:5) NOT = "CODE;"
                      AND SWB-EC-COUNT < 200
                     MOVE SPACES TO SWB-TOK(1) SWB-TOK(2) SWB-TOK(3)
                                    SWB-TOK(4)
                     UNSTRING WQ-CAT-REC DELIMITED BY ";"
                         INTO SWB-TOK(1) SWB-TOK(2) SWB-TOK(3)
                              SWB-TOK(4)
                     ADD 1 TO SWB-EC-COUNT
                     MOVE SWB-TOK(1)(1:3) TO SWB-EC-CODE(SWB-EC-COUNT)
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SWB-TOK(2)))
                       TO SWB-EC-SEV(SWB-EC-COUNT)
                     MOVE FUNCTION TRIM(SWB-TOK(3))
                       TO SWB-EC-DESC(SWB-EC-COUNT)
                     MOVE FUNCTION TRIM(SWB-TOK(4))
                       TO SWB-EC-ACT(SWB-EC-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WQ-CAT-FILE
           END-IF.
           MOVE "00" TO WQ-CAT-STATUS.

      *******************************************************
      *> 共用段落：地址比較用正規化 (轉大寫，去除空白與 , . - #)
      *******************************************************
       SWB-NORM-PARA.
           MOVE SPACES TO SWB-NORM-OUT.
           MOVE FUNCTION UPPER-CASE(SWB-NORM-IN) TO SWB-NORM-IN.
           MOVE 0 TO SWB-J.
           PERFORM VARYING SWB-K FROM 1 BY 1
                     UNTIL SWB-K > LENGTH OF SWB-NORM-IN
             IF SWB-NORM-IN(SWB-K:1) NOT = SPACE
                AND SWB-NORM-IN(SWB-K:1) NOT = ","
                AND SWB-NORM-IN(SWB-K:1) NOT = "."
                AND SWB-NORM-IN(SWB-K:1) NOT = "-"
                AND SWB-NORM-IN(SWB-K:1) NOT = "#"
               ADD 1 TO SWB-J
               MOVE SWB-NORM-IN(SWB-K:1) TO SWB-NORM-OUT(SWB-J:1)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：開啟解析結果存檔 (ParsedStore_<RUN_ID>.dat)
      *> RUN_ID 取本次執行時戳；續跑時索引最後一筆仍為 OPEN
      *> 者沿用其 RUN_ID，先點數既有 R/L 列再以 EXTEND 接續
      *******************************************************
       PRS-OPEN-PARA.
           MOVE SPACES TO CTL-PRS-IDX-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "ParsedStore_Index.csv" DELIMITED BY SIZE
             INTO CTL-PRS-IDX-PATH
           END-STRING.
           MOVE LOCK-NOW-TS TO PRS-RUN-ID.
           MOVE "N" TO PRS-REUSE.
           IF CKPT-RESTART-FLAG = "Y"
             MOVE SPACES TO PRS-IDX-ST
             OPEN INPUT PRS-IDX-FILE
             IF PRS-IDX-STATUS = "00"
               PERFORM UNTIL PRS-IDX-STATUS NOT = "00"
                 READ PRS-IDX-FILE
                   AT END
                     MOVE "10" TO PRS-IDX-STATUS
                   NOT AT END
                     IF PRS-IDX-REC(1:7) NOT = "RUN_ID;"
                        AND FUNCTION TRIM(PRS-IDX-REC) NOT = SPACES
                       MOVE SPACES TO PRS-IDX-ID PRS-IDX-ST
                       UNSTRING PRS-IDX-REC DELIMITED BY ";"
                           INTO PRS-IDX-ID PRS-IDX-ST
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PRS-IDX-FILE
             END-IF
             IF PRS-IDX-ST = "OPEN"
               MOVE PRS-IDX-ID TO PRS-RUN-ID
               MOVE "Y" TO PRS-REUSE
             END-IF
           END-IF.

           MOVE SPACES TO CTL-PRS-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "ParsedStore_" DELIMITED BY SIZE
             PRS-RUN-ID DELIMITED BY SIZE
             ".dat" DELIMITED BY SIZE
             INTO CTL-PRS-PATH
           END-STRING.
           MOVE 0 TO PRS-R-CNT PRS-L-CNT.

           IF PRS-REUSE = "Y"
             OPEN INPUT PRS-FILE
             IF PRS-STATUS = "00"
               PERFORM UNTIL PRS-STATUS NOT = "00"
                 READ PRS-FILE
                   AT END
                     MOVE "10" TO PRS-STATUS
                   NOT AT END
                     EVALUATE PRS-REC(1:2)
                       WHEN "R;"
                         ADD 1 TO PRS-R-CNT
                       WHEN "L;"
                         ADD 1 TO PRS-L-CNT
                     END-EVALUATE
                 END-READ
               END-PERFORM
               CLOSE PRS-FILE
               OPEN EXTEND PRS-FILE
               IF PRS-STATUS = "00"
                 MOVE "Y" TO PRS-ACTIVE
               END-IF
             ELSE
               MOVE "N" TO PRS-REUSE
             END-IF
           END-IF.

           IF PRS-REUSE = "N"
             OPEN OUTPUT PRS-FILE
             IF PRS-STATUS = "00"
               MOVE "Y" TO PRS-ACTIVE
               MOVE SPACES TO PRS-TXT
               STRING
                 "H;" DELIMITED BY SIZE
                 PRS-RUN-ID DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CTL-MAILING-ID) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(BATCH-SOURCE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CTL-ENCODING) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 TKN-ACTIVE DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CTL-OUT-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 CTL-TRAY-MIN DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(CTL-RUN-MODE) DELIMITED BY SIZE
                 INTO PRS-TXT
               END-STRING
               MOVE PRS-TXT TO PRS-REC
               WRITE PRS-REC
               MOVE "OPEN" TO PRS-IDX-ST
               PERFORM PRS-IDX-WRITE-PARA
             END-IF
           END-IF.

           IF PRS-ACTIVE NOT = "Y"
             MOVE "ADR0238W" TO RST-LAST-MSG
             DISPLAY "ADR0238W PARSED-RECORD STORE "
               FUNCTION TRIM(CTL-PRS-PATH) " NOT WRITABLE (STATUS "
               PRS-STATUS ") - OUTPUTS OF THIS RUN CANNOT BE "
               "REGENERATED"
           END-IF.

      *******************************************************
      *> 共用段落：解析結果存檔索引附加一列
      *> (RUN_ID;OPEN|COMPLETE;時戳;R 列數)
      *******************************************************
       PRS-IDX-WRITE-PARA.
           OPEN EXTEND PRS-IDX-FILE.
           IF PRS-IDX-STATUS NOT = "00"
             OPEN OUTPUT PRS-IDX-FILE
             IF PRS-IDX-STATUS NOT = "00"
               EXIT PARAGRAPH
             END-IF
             MOVE "RUN_ID;STATUS;TIMESTAMP;RECORDS" TO PRS-IDX-REC
             WRITE PRS-IDX-REC
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO PRS-TS.
           MOVE PRS-R-CNT TO PRS-SEQ-FMT.
           MOVE SPACES TO PRS-IDX-REC.
           STRING
             PRS-RUN-ID DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PRS-IDX-ST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             PRS-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             PRS-SEQ-FMT DELIMITED BY SIZE
             INTO PRS-IDX-REC
           END-STRING.
           WRITE PRS-IDX-REC.
           CLOSE PRS-IDX-FILE.

      *******************************************************
      *> 共用段落：解析結果存檔 R 列 (本筆完整解析欄位)
      *> 序號取 DATA-COUNT；通路依路由表判定 (同 CH-RESOLVE-
      *> PARA 規則，但不登錄通路表)；欄內分號存為逗號
      *******************************************************
       PRS-R-PARA.
           IF PRS-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE DATA-COUNT TO PRS-SEQ.
           MOVE PRS-SEQ TO PRS-SEQ-FMT.
           EVALUATE TRUE
             WHEN DTLS-LF(19) NOT = SPACES
               MOVE "FAIL" TO PRS-OUTCOME
             WHEN WARNING-CODES NOT = SPACES
               MOVE "WARN" TO PRS-OUTCOME
             WHEN OTHER
               MOVE "PASS" TO PRS-OUTCOME
           END-EVALUATE.
           PERFORM PRS-CHAN-PARA.
           MOVE SPACES TO PRS-TXT.
           MOVE 1 TO PRS-PTR.
           STRING
             "R;" DELIMITED BY SIZE
             PRS-SEQ-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PRS-OUTCOME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ERROR-CODES) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WARNING-CODES) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             IS-PRIORITY DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PRS-CHAN) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             ISO2-VAL DELIMITED BY SIZE
             INTO PRS-TXT WITH POINTER PRS-PTR
           END-STRING.
           PERFORM VARYING PRS-I FROM 1 BY 1 UNTIL PRS-I > 32
             MOVE DTLS-LF(PRS-I) TO PRS-LINE
             INSPECT PRS-LINE REPLACING ALL ";" BY ","
             STRING
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PRS-LINE) DELIMITED BY SIZE
               INTO PRS-TXT WITH POINTER PRS-PTR
             END-STRING
           END-PERFORM.
           MOVE PRS-TXT TO PRS-REC.
           WRITE PRS-REC.
           ADD 1 TO PRS-R-CNT.

      *******************************************************
      *> 共用段落：解析結果存檔 L 列 (PRS-SEQ/PRS-FMT/PRS-LINE
      *> 由呼叫端設妥；輸出列原樣存入)
      *******************************************************
       PRS-L-PARA.
           IF PRS-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE PRS-SEQ TO PRS-SEQ-FMT.
           MOVE SPACES TO PRS-TXT.
           STRING
             "L;" DELIMITED BY SIZE
             PRS-SEQ-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PRS-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             PRS-LINE DELIMITED BY SIZE
             INTO PRS-TXT
           END-STRING.
           MOVE PRS-TXT TO PRS-REC.
           WRITE PRS-REC.
           ADD 1 TO PRS-L-CNT.

      *******************************************************
      *> 共用段落：R 列通路 (軍郵以 MILITARY 查找，其餘依
      *> COUNTRY；查無對應者 MILITARY/REST_OF_WORLD)
      *******************************************************
       PRS-CHAN-PARA.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(26)))
              = "MILITARY"
             MOVE "MILITARY" TO PRS-CHAN
           ELSE
             MOVE "REST_OF_WORLD" TO PRS-CHAN
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
             TO PRS-CMP.
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                     UNTIL ROUTE-IDX > ROUTE-COUNT
             IF PRS-CHAN = "MILITARY"
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(ROUTE-CTRY(ROUTE-IDX)))
                  = "MILITARY"
                 MOVE FUNCTION TRIM(ROUTE-CHAN(ROUTE-IDX))
                   TO PRS-CHAN
                 EXIT PERFORM
               END-IF
             ELSE
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(ROUTE-CTRY(ROUTE-IDX)))
                  = PRS-CMP
                 MOVE FUNCTION TRIM(ROUTE-CHAN(ROUTE-IDX))
                   TO PRS-CHAN
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：解析結果存檔收尾 — ISO 20022 片段檔整份存入
      *> (ISO 列)，寫表尾 T 列，索引標記 COMPLETE
      *******************************************************
       PRS-CLOSE-PARA.
           IF PRS-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PRS-SEQ.
           MOVE "ISO" TO PRS-FMT.
           MOVE "N" TO PRS-EOF.
           OPEN INPUT ISO20022-FILE.
           PERFORM UNTIL PRS-EOF = "Y"
             READ ISO20022-FILE
               AT END
                 MOVE "Y" TO PRS-EOF
               NOT AT END
                 MOVE ISO20022-REC TO PRS-LINE
                 PERFORM PRS-L-PARA
             END-READ
           END-PERFORM.
           CLOSE ISO20022-FILE.
           MOVE PRS-R-CNT TO PRS-SEQ-FMT.
           MOVE SPACES TO PRS-TXT.
           STRING
             "T;" DELIMITED BY SIZE
             PRS-SEQ-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             PRS-L-CNT DELIMITED BY SIZE
             INTO PRS-TXT
           END-STRING.
           MOVE PRS-TXT TO PRS-REC.
           WRITE PRS-REC.
           CLOSE PRS-FILE.
           MOVE "N" TO PRS-ACTIVE.
           MOVE "COMPLETE" TO PRS-IDX-ST.
           PERFORM PRS-IDX-WRITE-PARA.
           MOVE PRS-R-CNT TO PRS-CNT-FMT.
           MOVE "ADR0041I" TO RST-LAST-MSG.
           DISPLAY "ADR0041I PARSED-RECORD STORE RUN " PRS-RUN-ID
             ": " FUNCTION TRIM(PRS-CNT-FMT)
             " RECORDS - OUTPUTS CAN BE REGENERATED BY OUT-REGEN".

      *******************************************************
      *> 共用段落：依 COUNTRY 查路由表決定目的國通路
      *> (查無對應者共用 REST_OF_WORLD 通路)
      *******************************************************
       CH-RESOLVE-PARA.
           *> 軍郵/外交郵件記錄不走民間郵政業者：路由表以
           *> MILITARY 為查找鍵 (取代目的國)，查無對應列時
           *> 逕用 MILITARY 通路分檔
           *> CH-SVC：命中路由列所標的 S10 服務代碼 (空白=不追蹤)
           MOVE SPACES TO CH-SVC.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(26)))
              = "MILITARY"
             MOVE "MILITARY" TO CH-UNIT
             PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                       UNTIL ROUTE-IDX > ROUTE-COUNT
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(ROUTE-CTRY(ROUTE-IDX)))
                  = "MILITARY"
                 MOVE FUNCTION TRIM(ROUTE-CHAN(ROUTE-IDX))
                   TO CH-UNIT
                 MOVE ROUTE-SVC(ROUTE-IDX) TO CH-SVC
                 EXIT PERFORM
               END-IF
             END-PERFORM
           ELSE
             MOVE "REST_OF_WORLD" TO CH-UNIT
             PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                       UNTIL ROUTE-IDX > ROUTE-COUNT
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(ROUTE-CTRY(ROUTE-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 MOVE FUNCTION TRIM(ROUTE-CHAN(ROUTE-IDX)) TO CH-UNIT
                 MOVE ROUTE-SVC(ROUTE-IDX) TO CH-SVC
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

           MOVE 0 TO CH-FOUND.
           PERFORM VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > CH-COUNT
             IF CH-NAME(CH-IDX) = CH-UNIT
               MOVE CH-IDX TO CH-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF CH-FOUND = 0 AND CH-COUNT < 100
             ADD 1 TO CH-COUNT
             MOVE CH-UNIT TO CH-NAME(CH-COUNT)
             MOVE "N" TO CH-UPU-INIT(CH-COUNT)
             MOVE "N" TO CH-FB-INIT(CH-COUNT)
             MOVE "N" TO CH-CUS-INIT(CH-COUNT)
             MOVE 0 TO CH-UPU-CNT(CH-COUNT)
             MOVE 0 TO CH-FB-CNT(CH-COUNT)
             MOVE CH-COUNT TO CH-FOUND
           END-IF.

      *******************************************************
      *> 共用段落：組 UPU 輸出列 (CUSTOMER_ID 欄取 UPU-ID-OUT，
      *> 合併檔帶真實 ID、通路分檔帶該通路代號)
      *******************************************************
       UPU-BUILD-PARA.
           *> 逐字覆寫件：地址行欄改帶逐字地址行 (以 "^" 串接)
           IF OVR-OUT = "Y"
             MOVE OVR-JOINED TO OVR-UPU-ADR
           ELSE
             MOVE ADDRESS-LINE TO OVR-UPU-ADR
           END-IF.
           MOVE SPACES TO UPU-TXT.
           STRING
             FUNCTION TRIM(DEPARTMENT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SUB-DEPARTMENT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(STREET-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BUILDING-NUMBER) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BUILDING-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FLOOR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(POST-BOX) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ROOM) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(POST-CODE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TOWN-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TOWN-LOCATION-NAME)
               DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DISTRICT-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(COUNTRY-SUB-DIVISION)
               DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(COUNTRY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OVR-UPU-ADR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(UPU-ID-OUT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(30)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(S10-NUMBER) DELIMITED BY SIZE
             INTO UPU-TXT
           END-STRING.

           *> 寄件人 (debtor) 欄位
           IF SND-ACTIVE = "Y" AND SND-HIT > 0
             STRING
               FUNCTION TRIM(UPU-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-NAME(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-STRT(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-BLDG-NB(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-PSTBX(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-PSTCD(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-TWN(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-SUBDIV(SND-HIT)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SND-CTRY(SND-HIT)) DELIMITED BY SIZE
               INTO UPU-TXT
             END-STRING
           END-IF.

           *> 目的國名行 (在地化核定國名，查無或境內件留空)
           IF CNL-ACTIVE = "Y"
             STRING
               FUNCTION TRIM(UPU-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CNL-LINE) DELIMITED BY SIZE
               INTO UPU-TXT
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：UPU 輸出依通路分檔 (UPU_Address_<通路>.csv)
      *******************************************************
       CH-UPU-WRITE-PARA.
           PERFORM CH-RESOLVE-PARA.
           IF CH-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           IF CH-CUR-UPU NOT = CH-NAME(CH-FOUND)
             IF CH-CUR-UPU NOT = SPACES
               CLOSE CH-UPU-FILE
             END-IF
             MOVE SPACES TO CTL-CH-UPU-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "UPU_Address_" DELIMITED BY SIZE
               FUNCTION TRIM(CH-NAME(CH-FOUND)) DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO CTL-CH-UPU-PATH
             END-STRING
             *> 續跑時接續前次輸出，不可重建 (會截掉既有資料)
             IF CH-UPU-INIT(CH-FOUND) = "Y"
                OR CKPT-RESTART-FLAG = "Y"
               OPEN EXTEND CH-UPU-FILE
             ELSE
               OPEN OUTPUT CH-UPU-FILE
             END-IF
             MOVE "Y" TO CH-UPU-INIT(CH-FOUND)
             MOVE CH-NAME(CH-FOUND) TO CH-CUR-UPU
           END-IF.

           *> 交付通路業者的分檔改帶該通路專屬代號
           IF TKN-ACTIVE = "Y"
             MOVE CH-NAME(CH-FOUND) TO TKN-PARTNER
             MOVE CUSTOMER_ID TO TKN-CUSTID
             PERFORM TKN-ISSUE-PARA
             MOVE TKN-TOKEN TO UPU-ID-OUT
             PERFORM UPU-BUILD-PARA
             MOVE UPU-TXT TO CH-UPU-REC
           ELSE
             MOVE UPU-REC TO CH-UPU-REC
           END-IF.
           WRITE CH-UPU-REC.
           ADD 1 TO CH-UPU-CNT(CH-FOUND).

           *> 單位×通路寄送量累計 (月結分攤計費明細；種子件不計)
           IF SEED-ACTIVE = "Y"
             EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(DTLS-LF(24)) = SPACES
             MOVE "UNSPECIFIED" TO UC-CMP
           ELSE
             MOVE FUNCTION TRIM(DTLS-LF(24)) TO UC-CMP
           END-IF.
           MOVE 0 TO UC-FOUND.
           PERFORM VARYING UC-I FROM 1 BY 1 UNTIL UC-I > UC-COUNT
             IF UC-UNIT(UC-I) = UC-CMP
                AND UC-CHAN(UC-I) = CH-NAME(CH-FOUND)
               MOVE UC-I TO UC-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF UC-FOUND = 0 AND UC-COUNT < 300
             ADD 1 TO UC-COUNT
             MOVE UC-CMP TO UC-UNIT(UC-COUNT)
             MOVE CH-NAME(CH-FOUND) TO UC-CHAN(UC-COUNT)
             MOVE 0 TO UC-CNT(UC-COUNT)
             MOVE UC-COUNT TO UC-FOUND
           END-IF.
           IF UC-FOUND > 0
             ADD 1 TO UC-CNT(UC-FOUND)
           END-IF.

      *******************************************************
      *> 共用段落：固定長度輸出依通路分檔
      *> (Address_Split_FB_<通路>.txt)
      *******************************************************
       CH-FB-WRITE-PARA.
           PERFORM CH-RESOLVE-PARA.
           IF CH-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           IF CH-CUR-FB NOT = CH-NAME(CH-FOUND)
             IF CH-CUR-FB NOT = SPACES
               CLOSE CH-FB-FILE
             END-IF
             MOVE SPACES TO CTL-CH-FB-PATH
             STRING
               FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
               "Address_Split_FB_" DELIMITED BY SIZE
               FUNCTION TRIM(CH-NAME(CH-FOUND)) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO CTL-CH-FB-PATH
             END-STRING
             *> 續跑時接續前次輸出，不可重建 (會截掉既有資料)
             IF CH-FB-INIT(CH-FOUND) = "Y"
                OR CKPT-RESTART-FLAG = "Y"
               OPEN EXTEND CH-FB-FILE
             ELSE
               OPEN OUTPUT CH-FB-FILE
             END-IF
             MOVE "Y" TO CH-FB-INIT(CH-FOUND)
             MOVE CH-NAME(CH-FOUND) TO CH-CUR-FB
           END-IF.

           MOVE FIXED-REC TO CH-FB-REC.
           WRITE CH-FB-REC.
           ADD 1 TO CH-FB-CNT(CH-FOUND).

      *******************************************************
      *> 共用段落：跨境報關檢核 (CUS-FORM/CUS-OK 回傳)
      *> 目的國無須報關 (NONE 或查無規則) 時 CUS-FORM 留空
      *******************************************************
       CUS-CHECK-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
             TO CUS-CMP.
           MOVE 0 TO CUS-R-HIT.
           PERFORM VARYING CUS-R-IDX FROM 1 BY 1
                     UNTIL CUS-R-IDX > CUS-R-COUNT
             IF CUS-R-CTRY(CUS-R-IDX) = CUS-CMP
               MOVE CUS-R-IDX TO CUS-R-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF CUS-R-HIT = 0
             MOVE CUS-R-DFLT TO CUS-R-HIT
           END-IF.
           IF CUS-R-HIT = 0
             EXIT PARAGRAPH
           END-IF.
           IF CUS-R-FORM(CUS-R-HIT) NOT = "CN22"
              AND CUS-R-FORM(CUS-R-HIT) NOT = "CN23"
             EXIT PARAGRAPH
           END-IF.
           MOVE CUS-R-FORM(CUS-R-HIT) TO CUS-FORM.
           MOVE CUS-R-HSREQ(CUS-R-HIT) TO CUS-HSREQ.

           MOVE 0 TO CUS-C-HIT.
           PERFORM VARYING CUS-C-IDX FROM 1 BY 1
                     UNTIL CUS-C-IDX > CUS-C-COUNT
             IF CUS-C-CUSTID(CUS-C-IDX) = FUNCTION TRIM(IF-DATA(1))
               MOVE CUS-C-IDX TO CUS-C-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.

           MOVE SPACES TO CUS-MISSING.
           IF CUS-C-HIT = 0
             MOVE "CONTENTS" TO CUS-MISSING
           ELSE
             *> 申報價值：僅數字與一個小數點，且須大於零
             MOVE 0 TO CUS-VALUE-N
             MOVE CUS-C-VALUE(CUS-C-HIT) TO CUS-CHK
             MOVE 0 TO CUS-DOTS
             INSPECT CUS-CHK TALLYING CUS-DOTS FOR ALL "."
             INSPECT CUS-CHK CONVERTING "0123456789." TO SPACES
             IF CUS-C-VALUE(CUS-C-HIT) NOT = SPACES
                AND CUS-CHK = SPACES AND CUS-DOTS <= 1
               MOVE FUNCTION NUMVAL(
                      FUNCTION TRIM(CUS-C-VALUE(CUS-C-HIT)))
                 TO CUS-VALUE-N
             END-IF
             *> CN22 申報價值超過該國上限者改用 CN23
             IF CUS-FORM = "CN22"
                AND CUS-R-LIMIT(CUS-R-HIT) > 0
                AND CUS-VALUE-N > CUS-R-LIMIT(CUS-R-HIT)
               MOVE "CN23" TO CUS-FORM
             END-IF
             IF CUS-FORM = "CN23"
               MOVE "Y" TO CUS-HSREQ
             END-IF

             IF CUS-C-DESC(CUS-C-HIT) = SPACES
               MOVE "DESCRIPTION" TO CUS-ITEM
               PERFORM CUS-MISS-PARA
             END-IF
             IF CUS-HSREQ = "Y"
               MOVE CUS-C-HS(CUS-C-HIT) TO CUS-CHK
               MOVE 0 TO CUS-DOTS
               INSPECT CUS-CHK TALLYING CUS-DOTS FOR ALL "."
               INSPECT CUS-CHK CONVERTING "0123456789." TO SPACES
               IF CUS-C-HS(CUS-C-HIT) = SPACES
                  OR CUS-CHK NOT = SPACES
                  OR LENGTH OF FUNCTION TRIM(CUS-C-HS(CUS-C-HIT))
                     - CUS-DOTS < 6
                 MOVE "HS CODE" TO CUS-ITEM
                 PERFORM CUS-MISS-PARA
               END-IF
             END-IF
             IF CUS-C-QTY(CUS-C-HIT) = SPACES
               MOVE "QUANTITY" TO CUS-ITEM
               PERFORM CUS-MISS-PARA
             ELSE
               IF FUNCTION TRIM(CUS-C-QTY(CUS-C-HIT)) IS NOT NUMERIC
                 MOVE "QUANTITY" TO CUS-ITEM
                 PERFORM CUS-MISS-PARA
               ELSE
                 IF FUNCTION NUMVAL(CUS-C-QTY(CUS-C-HIT)) = 0
                   MOVE "QUANTITY" TO CUS-ITEM
                   PERFORM CUS-MISS-PARA
                 END-IF
               END-IF
             END-IF
             IF CUS-VALUE-N = 0
               MOVE "VALUE" TO CUS-ITEM
               PERFORM CUS-MISS-PARA
             END-IF
             IF LENGTH OF FUNCTION TRIM(CUS-C-CURR(CUS-C-HIT)) NOT = 3
                OR CUS-C-CURR(CUS-C-HIT) IS NOT ALPHABETIC
               MOVE "CURRENCY" TO CUS-ITEM
               PERFORM CUS-MISS-PARA
             END-IF
             IF CUS-C-ORIGIN(CUS-C-HIT) = SPACES
               MOVE "ORIGIN COUNTRY" TO CUS-ITEM
               PERFORM CUS-MISS-PARA
             END-IF
           END-IF.

           IF CUS-MISSING = SPACES
             MOVE "Y" TO CUS-OK
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CUS-FAIL-CNT.
           MOVE SPACES TO CUS-TXT.
           STRING
             "CUSTOMS DECLARATION INCOMPLETE (" DELIMITED BY SIZE
             CUS-FORM DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             FUNCTION TRIM(CUS-MISSING) DELIMITED BY SIZE
             ")." DELIMITED BY SIZE
             INTO CUS-TXT
           END-STRING.
           IF DTLS-LF(19) = SPACES
             MOVE CUS-TXT TO DTLS-LF(19)
           ELSE
             STRING
               FUNCTION TRIM(DTLS-LF(19)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CUS-TXT) DELIMITED BY SIZE
               INTO DTLS-LF(19)
             END-STRING
           END-IF.
           MOVE "024" TO EC-WORK.
           PERFORM ERR-CODE-ADD-PARA.

      *******************************************************
      *> 共用段落：報關缺漏項目清單累加 (CUS-ITEM)
      *******************************************************
       CUS-MISS-PARA.
           IF CUS-MISSING = SPACES
             MOVE CUS-ITEM TO CUS-MISSING
           ELSE
             STRING
               FUNCTION TRIM(CUS-MISSING) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CUS-ITEM) DELIMITED BY SIZE
               INTO CUS-MISSING
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：報關資料檔標題列 (CUS-TXT)
      *******************************************************
       CUS-HEADER-PARA.
           MOVE
             "CUSTOMER_ID;COUNTRY;FORM;DESCRIPTION;HS_CODE;QUANTITY;" &
             "VALUE;CURRENCY;ORIGIN_COUNTRY"
             TO CUS-TXT.

      *******************************************************
      *> 共用段落：報關資料輸出 (Customs_Declaration.csv，
      *> 另依通路分檔 Customs_<通路>.csv)
      *******************************************************
       CUS-WRITE-PARA.
           IF ROUTE-COUNT > 0
             PERFORM CH-RESOLVE-PARA
             IF CH-FOUND > 0
                AND CH-CUR-CUS NOT = CH-NAME(CH-FOUND)
               IF CH-CUR-CUS NOT = SPACES
                 CLOSE CH-CUS-FILE
               END-IF
               MOVE SPACES TO CTL-CH-CUS-PATH
               STRING
                 FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
                 "Customs_" DELIMITED BY SIZE
                 FUNCTION TRIM(CH-NAME(CH-FOUND)) DELIMITED BY SIZE
                 ".csv" DELIMITED BY SIZE
                 INTO CTL-CH-CUS-PATH
               END-STRING
               *> 續跑時接續前次輸出，不可重建 (會截掉既有資料)
               IF CH-CUS-INIT(CH-FOUND) = "Y"
                  OR CKPT-RESTART-FLAG = "Y"
                 OPEN EXTEND CH-CUS-FILE
               ELSE
                 OPEN OUTPUT CH-CUS-FILE
                 PERFORM CUS-HEADER-PARA
                 MOVE CUS-TXT TO CH-CUS-REC
                 WRITE CH-CUS-REC
               END-IF
               MOVE "Y" TO CH-CUS-INIT(CH-FOUND)
               MOVE CH-NAME(CH-FOUND) TO CH-CUR-CUS
             END-IF
           END-IF.

           MOVE SPACES TO CUS-TXT.
           STRING
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             CUS-FORM DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CUS-C-DESC(CUS-C-HIT)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CUS-C-HS(CUS-C-HIT)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CUS-C-QTY(CUS-C-HIT)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CUS-C-VALUE(CUS-C-HIT)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CUS-C-CURR(CUS-C-HIT)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CUS-C-ORIGIN(CUS-C-HIT)) DELIMITED BY SIZE
             INTO CUS-TXT
           END-STRING.
           MOVE CUS-TXT TO CUSDECL-REC.
           WRITE CUSDECL-REC.
           ADD 1 TO CUS-DECL-CNT.
           IF ROUTE-COUNT > 0 AND CH-FOUND > 0
             *> 交付通路業者的分檔改帶該通路專屬代號 (與
             *> UPU_Address_<通路>.csv 同一代號)，真實 ID 僅留
             *> 內部合併檔
             IF TKN-ACTIVE = "Y"
               MOVE SPACES TO CUS-ID-TXT
               MOVE 1 TO CUS-PTR
               UNSTRING CUS-TXT DELIMITED BY ";"
                   INTO CUS-ID-TXT
                   WITH POINTER CUS-PTR
               END-UNSTRING
               MOVE CH-NAME(CH-FOUND) TO TKN-PARTNER
               MOVE CUSTOMER_ID TO TKN-CUSTID
               PERFORM TKN-ISSUE-PARA
               MOVE SPACES TO CUS-CH-TXT
               STRING
                 FUNCTION TRIM(TKN-TOKEN) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 CUS-TXT(CUS-PTR:) DELIMITED BY SIZE
                 INTO CUS-CH-TXT
               END-STRING
               MOVE CUS-CH-TXT TO CH-CUS-REC
             ELSE
               MOVE CUS-TXT TO CH-CUS-REC
             END-IF
             WRITE CH-CUS-REC
           END-IF.

      *******************************************************
      *> 共用段落：S10Ranges.csv 一列載入號段表
      *> (SERVICE;FIRST_SERIAL;LAST_SERIAL;ORIGIN_COUNTRY;
      *>  LOW_WATER)，低水位空白者預設 1000
      *******************************************************
       S10-RANGE-ADD-PARA.
           IF S10-COUNT >= 50
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO S10-TOK(1) S10-TOK(2) S10-TOK(3)
                          S10-TOK(4) S10-TOK(5).
           UNSTRING S10RNG-REC DELIMITED BY ";"
               INTO S10-TOK(1) S10-TOK(2) S10-TOK(3)
                    S10-TOK(4) S10-TOK(5).
           IF FUNCTION TRIM(S10-TOK(2)) IS NOT NUMERIC
              OR FUNCTION TRIM(S10-TOK(3)) IS NOT NUMERIC
              OR FUNCTION TRIM(S10-TOK(1)) = SPACES
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO S10-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(S10-TOK(1)))
             TO S10-SVC(S10-COUNT).
           MOVE FUNCTION NUMVAL(S10-TOK(2)) TO S10-FIRST(S10-COUNT).
           MOVE FUNCTION NUMVAL(S10-TOK(3)) TO S10-LAST(S10-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(S10-TOK(4)))
             TO S10-CTRY(S10-COUNT).
           IF FUNCTION TRIM(S10-TOK(5)) IS NUMERIC
             MOVE FUNCTION NUMVAL(S10-TOK(5)) TO S10-LOW(S10-COUNT)
           ELSE
             MOVE 1000 TO S10-LOW(S10-COUNT)
           END-IF.
           MOVE S10-FIRST(S10-COUNT) TO S10-NEXT(S10-COUNT).
           MOVE S10-FIRST(S10-COUNT) TO S10-RSV(S10-COUNT).

      *******************************************************
      *> 共用段落：依 CH-SVC 取下一個 S10 號碼 (S10-NUMBER)
      *> 服務代碼 2 碼 + 序號 8 碼 + 檢查碼 1 碼 + 原寄國 2 碼；
      *> 檢查碼為權數 8,6,4,2,3,5,9,7 的模 11 (餘 10 取 0、
      *> 餘 11 取 5)。已用完保留段時先延伸保留並回寫高水位檔，
      *> 再發號，中斷續跑時不會重發已用過的號碼
      *******************************************************
       S10-DRAW-PARA.
           PERFORM S10-PICK-PARA.
           IF S10-HIT > 0
              AND S10-NEXT(S10-HIT) >= S10-RSV(S10-HIT)
             PERFORM S10-RESERVE-PARA
           END-IF.
           IF S10-HIT = 0
             ADD 1 TO S10-NONE-CNT
             MOVE SPACES TO S10-TXT
             STRING
               "NO S10 TRACKING NUMBER AVAILABLE FOR SERVICE "
                 DELIMITED BY SIZE
               CH-SVC DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO S10-TXT
             END-STRING
             IF DTLS-LF(19) = SPACES
               MOVE S10-TXT TO DTLS-LF(19)
             ELSE
               STRING
                 FUNCTION TRIM(DTLS-LF(19)) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(S10-TXT) DELIMITED BY SIZE
                 INTO DTLS-LF(19)
               END-STRING
             END-IF
             MOVE "025" TO EC-WORK
             PERFORM ERR-CODE-ADD-PARA
             EXIT PARAGRAPH
           END-IF.

           MOVE S10-NEXT(S10-HIT) TO S10-SERIAL.
           MOVE 0 TO S10-SUM.
           PERFORM VARYING S10-K FROM 1 BY 1 UNTIL S10-K > 8
             COMPUTE S10-SUM = S10-SUM
               + S10-SER-D(S10-K) * S10-WEIGHT(S10-K)
           END-PERFORM.
           COMPUTE S10-CHK = 11 - FUNCTION MOD(S10-SUM, 11).
           EVALUATE S10-CHK
             WHEN 10
               MOVE 0 TO S10-CHK-D
             WHEN 11
               MOVE 5 TO S10-CHK-D
             WHEN OTHER
               MOVE S10-CHK TO S10-CHK-D
           END-EVALUATE.
           MOVE SPACES TO S10-NUMBER.
           STRING
             CH-SVC DELIMITED BY SIZE
             S10-SERIAL DELIMITED BY SIZE
             S10-CHK-D DELIMITED BY SIZE
             S10-CTRY(S10-HIT) DELIMITED BY SIZE
             INTO S10-NUMBER
           END-STRING.
           ADD 1 TO S10-NEXT(S10-HIT).
           ADD 1 TO S10-ISSUED.

      *******************************************************
      *> 共用段落：依 CH-SVC 找第一個尚有餘號的號段 (S10-HIT)
      *******************************************************
       S10-PICK-PARA.
           MOVE 0 TO S10-HIT.
           PERFORM VARYING S10-I FROM 1 BY 1 UNTIL S10-I > S10-COUNT
             IF S10-SVC(S10-I) = CH-SVC
                AND S10-NEXT(S10-I) <= S10-LAST(S10-I)
               MOVE S10-I TO S10-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：延伸 S10 保留段。取共用高水位鎖定後重讀
      *> 高水位檔，跳過其他工作或平行分割已保留的序號 (必要時
      *> 改取同服務代碼的下一號段)，再保留 S10-RSV-CHUNK 個並
      *> 回寫，釋放鎖定後才發號。取不到鎖定或讀寫失敗者本件
      *> 不配號 (S10-HIT=0)
      *******************************************************
       S10-RESERVE-PARA.
           MOVE "N" TO SHL-MARK.
           MOVE CTL-S10-LOCK-PATH TO SHL-DIR-PATH.
           PERFORM SHL-ACQUIRE-PARA.
           IF SHL-GOT NOT = "Y"
             MOVE "ADR0246W" TO RST-LAST-MSG
             DISPLAY "ADR0246W WARNING: CANNOT LOCK S10 HIGH-WATER "
               "FILE " FUNCTION TRIM(CTL-S10-HW-PATH)
               " - NO NUMBER ISSUED"
             MOVE 0 TO S10-HIT
             EXIT PARAGRAPH
           END-IF.

           PERFORM S10-HW-READ-PARA.
           IF S10-HW-STATUS NOT = "00"
             PERFORM SHL-RELEASE-PARA
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: CANNOT READ S10 HIGH-WATER "
               "FILE " FUNCTION TRIM(CTL-S10-HW-PATH)
               " - STATUS " S10-HW-STATUS
             MOVE 0 TO S10-HIT
             EXIT PARAGRAPH
           END-IF.
           PERFORM S10-HW-MERGE-PARA.
           PERFORM S10-PICK-PARA.
           IF S10-HIT > 0
              AND S10-NEXT(S10-HIT) >= S10-RSV(S10-HIT)
             COMPUTE S10-RSV(S10-HIT) = S10-NEXT(S10-HIT)
               + S10-RSV-CHUNK
             IF S10-RSV(S10-HIT) > S10-LAST(S10-HIT) + 1
               COMPUTE S10-RSV(S10-HIT) = S10-LAST(S10-HIT) + 1
             END-IF
           END-IF.
           *> 回寫：各號段取檔案現值與本次保留到的序號之大者
           PERFORM VARYING S10-I FROM 1 BY 1 UNTIL S10-I > S10-COUNT
             IF S10-RSV(S10-I) > S10-HWF(S10-I)
               MOVE S10-RSV(S10-I) TO S10-HWF(S10-I)
             END-IF
           END-PERFORM.
           PERFORM S10-HW-WRITE-PARA.
           PERFORM SHL-RELEASE-PARA.
           IF S10-HW-STATUS NOT = "00"
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: CANNOT SAVE S10 HIGH-WATER "
               "FILE " FUNCTION TRIM(CTL-S10-HW-PATH)
               " - STATUS " S10-HW-STATUS
             IF S10-HIT > 0
               MOVE S10-NEXT(S10-HIT) TO S10-RSV(S10-HIT)
             END-IF
             MOVE 0 TO S10-HIT
           END-IF.

      *******************************************************
      *> 共用段落：執行結束交還未用完的 S10 保留段。取鎖定後
      *> 重讀，高水位仍等於本次保留到的序號者 (其後無人再保留)
      *> 改回實際發到的序號；已被他人延伸者維持檔案現值
      *******************************************************
       S10-HW-RETURN-PARA.
           MOVE "N" TO SHL-MARK.
           MOVE CTL-S10-LOCK-PATH TO SHL-DIR-PATH.
           PERFORM SHL-ACQUIRE-PARA.
           IF SHL-GOT NOT = "Y"
             MOVE "ADR0246W" TO RST-LAST-MSG
             DISPLAY "ADR0246W WARNING: CANNOT LOCK S10 HIGH-WATER "
               "FILE " FUNCTION TRIM(CTL-S10-HW-PATH)
               " - UNUSED RESERVED NUMBERS NOT RETURNED"
             EXIT PARAGRAPH
           END-IF.
           PERFORM S10-HW-READ-PARA.
           IF S10-HW-STATUS = "00"
             PERFORM VARYING S10-I FROM 1 BY 1
                       UNTIL S10-I > S10-COUNT
               IF S10-HWF(S10-I) = S10-RSV(S10-I)
                  OR S10-NEXT(S10-I) > S10-HWF(S10-I)
                 MOVE S10-NEXT(S10-I) TO S10-HWF(S10-I)
               END-IF
             END-PERFORM
             PERFORM S10-HW-WRITE-PARA
           END-IF.
           PERFORM SHL-RELEASE-PARA.

      *******************************************************
      *> 共用段落：讀取 S10 高水位檔 (CTL-S10-HW-PATH) 各號段
      *> 現值至 S10-HWF；檔案不存在視為皆 0，其他開檔失敗者
      *> S10-HW-STATUS 保留其狀態
      *******************************************************
       S10-HW-READ-PARA.
           PERFORM VARYING S10-I FROM 1 BY 1 UNTIL S10-I > S10-COUNT
             MOVE 0 TO S10-HWF(S10-I)
           END-PERFORM.
           OPEN INPUT S10HW-FILE.
           IF S10-HW-STATUS = "35"
             MOVE "00" TO S10-HW-STATUS
             EXIT PARAGRAPH
           END-IF.
           IF S10-HW-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL S10-HW-STATUS NOT = "00"
             READ S10HW-FILE
               AT END
                 MOVE "10" TO S10-HW-STATUS
               NOT AT END
                 MOVE SPACES TO S10-TOK(1) S10-TOK(2) S10-TOK(3)
                 UNSTRING S10HW-REC DELIMITED BY ";"
                     INTO S10-TOK(1) S10-TOK(2) S10-TOK(3)
                 IF FUNCTION TRIM(S10-TOK(2)) IS NUMERIC
                    AND FUNCTION TRIM(S10-TOK(3)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(S10-TOK(2))
                     TO S10-HW-FIRST
                   MOVE FUNCTION NUMVAL(S10-TOK(3))
                     TO S10-HW-NEXT
                   PERFORM VARYING S10-I FROM 1 BY 1
                             UNTIL S10-I > S10-COUNT
                     IF S10-SVC(S10-I) = S10-TOK(1)(1:2)
                        AND S10-FIRST(S10-I) = S10-HW-FIRST
                        AND S10-HW-NEXT > S10-HWF(S10-I)
                       MOVE S10-HW-NEXT TO S10-HWF(S10-I)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE S10HW-FILE.
           IF S10-HW-STATUS = "10"
             MOVE "00" TO S10-HW-STATUS
           END-IF.

      *******************************************************
      *> 共用段落：併入高水位檔現值。手上已無未用保留段的號段
      *> 若檔案現值較大 (他人已保留其間序號)，自現值接續
      *******************************************************
       S10-HW-MERGE-PARA.
           PERFORM VARYING S10-I FROM 1 BY 1 UNTIL S10-I > S10-COUNT
             IF S10-NEXT(S10-I) >= S10-RSV(S10-I)
                AND S10-HWF(S10-I) > S10-NEXT(S10-I)
               MOVE S10-HWF(S10-I) TO S10-NEXT(S10-I)
               MOVE S10-HWF(S10-I) TO S10-RSV(S10-I)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：回寫 S10 高水位檔 (SERVICE;FIRST;NEXT)，
      *> 各號段記錄 S10-HWF (須持共用高水位鎖定)
      *******************************************************
       S10-HW-WRITE-PARA.
           OPEN OUTPUT S10HW-FILE.
           IF S10-HW-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING S10-I FROM 1 BY 1 UNTIL S10-I > S10-COUNT
             MOVE SPACES TO S10HW-REC
             STRING
               S10-SVC(S10-I) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               S10-FIRST(S10-I) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               S10-HWF(S10-I) DELIMITED BY SIZE
               INTO S10HW-REC
             END-STRING
             WRITE S10HW-REC
           END-PERFORM.
           CLOSE S10HW-FILE.

      *******************************************************
      *> 共用段落：S10 號段低水位警示 (剩餘號碼少於
      *> LOW_WATER 者)
      *******************************************************
       S10-WARN-PARA.
           PERFORM VARYING S10-I FROM 1 BY 1 UNTIL S10-I > S10-COUNT
             COMPUTE S10-LEFT = S10-LAST(S10-I) + 1 - S10-NEXT(S10-I)
             IF S10-LEFT < S10-LOW(S10-I)
               MOVE S10-LEFT TO S10-FMT
               MOVE "ADR0215W" TO RST-LAST-MSG
               DISPLAY "ADR0215W S10 RANGE " S10-SVC(S10-I) " "
                 S10-FIRST(S10-I) "-" S10-LAST(S10-I)
                 " NEARLY EXHAUSTED: "
                 FUNCTION TRIM(S10-FMT) " NUMBERS LEFT"
               MOVE SPACES TO TOTAL-COMMENT
               STRING
                 "S10 RANGE LOW;" DELIMITED BY SIZE
                 S10-SVC(S10-I) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 S10-FIRST(S10-I) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 S10-LAST(S10-I) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(S10-FMT) DELIMITED BY SIZE
                 INTO TOTAL-COMMENT
               END-STRING
               MOVE TOTAL-COMMENT TO RUN-SUMMARY-REC
               WRITE RUN-SUMMARY-REC
             END-IF
           END-PERFORM.

      *******************************************************
      *> SORT 輸出程序：依排序結果編上遞增預分揀序號後寫出
      *******************************************************
       PRESORT-OUT-PARA.
           PERFORM UNTIL EXIT
             RETURN PRESORT-SORT-FILE
               AT END
                 EXIT PERFORM
               NOT AT END
                 ADD 1 TO PRESORT-SEQ
                 MOVE PSRT-PAYLOAD TO PRESORT-LINE-PAYLOAD
                 MOVE PRESORT-SEQ TO PRESORT-LINE-SEQ
                 PERFORM BARCODE-BUILD-PARA
                 *> 不符折扣條件者不入盤，直接列全額郵資
                 PERFORM CERT-PIECE-PARA
                 IF CTL-COMMINGLE = "Y" OR CTL-DROP-PLAN = "Y"
                   PERFORM CMGL-FEED-PARA
                 END-IF
                 IF CERT-OK = "N"
                   SUBTRACT 1 FROM PRESORT-SEQ
                   ADD 1 TO PRESORT-FULL-CNT
                   MOVE 0 TO PRESORT-LINE-SEQ
                   MOVE SPACES TO PRESORT-LINE-BARCODE
                   MOVE 0 TO PRESORT-LINE-TRAY
                   MOVE 0 TO PRS-SEQ
                   MOVE "FULLRATE" TO PRS-FMT
                   MOVE PRESORT-LINE TO PRS-LINE
                   PERFORM PRS-L-PARA
                   MOVE PRESORT-LINE TO FULLRATE-REC
                   IF CTL-ENCODING = "EBCDIC"
                     INSPECT FULLRATE-REC
                       CONVERTING TA-IDENT TO TA-A2E
                   END-IF
                   WRITE FULLRATE-REC
                 ELSE
                   MOVE BC-STR TO PRESORT-LINE-BARCODE
                   PERFORM TRAY-ASSIGN-PARA
                   MOVE TRAY-NO TO PRESORT-LINE-TRAY
                   MOVE 0 TO PRS-SEQ
                   MOVE "PRESORT" TO PRS-FMT
                   MOVE PRESORT-LINE TO PRS-LINE
                   PERFORM PRS-L-PARA
                   MOVE PRESORT-LINE TO PRESORT-OUT-REC
                   IF CTL-ENCODING = "EBCDIC"
                     INSPECT PRESORT-OUT-REC
                       CONVERTING TA-IDENT TO TA-A2E
                   END-IF
                   WRITE PRESORT-OUT-REC
                   MOVE PSRT-CHAN TO CWR-CHAN
                   MOVE TRAY-NO TO CWR-TRAY
                   WRITE CERT-WORK-REC
                 END-IF
             END-RETURN
           END-PERFORM.

      *******************************************************
      *> 共用段落：單件折扣條件判定並計入所屬通路
      *> (驗證、比對等級、分揀條碼；盤件數於裝盤後另判)
      *******************************************************
       CERT-PIECE-PARA.
           MOVE PSRT-CHAN TO CERT-CHAN.
           PERFORM CERT-FIND-PARA.
           MOVE "Y" TO CERT-OK.
           IF CERT-FOUND = 0
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CERT-PIECES(CERT-FOUND).
           IF PSRT-VALID = "Y"
             ADD 1 TO CERT-VAL-CNT(CERT-FOUND)
           ELSE
             MOVE "N" TO CERT-OK
           END-IF.
           EVALUATE PSRT-GRADE
             WHEN "P"
               ADD 1 TO CERT-P-CNT(CERT-FOUND)
             WHEN "S"
               ADD 1 TO CERT-S-CNT(CERT-FOUND)
             WHEN "L"
               ADD 1 TO CERT-L-CNT(CERT-FOUND)
               MOVE "N" TO CERT-OK
             WHEN "N"
               ADD 1 TO CERT-N-CNT(CERT-FOUND)
               MOVE "N" TO CERT-OK
           END-EVALUATE.
           *> 郵遞區號無任何數字者條碼無分揀作用，不計為帶條碼
           IF BC-ZLEN > 0
             ADD 1 TO CERT-BC-CNT(CERT-FOUND)
           ELSE
             MOVE "N" TO CERT-OK
           END-IF.
           IF CERT-OK = "N"
             ADD 1 TO CERT-FULL-CNT(CERT-FOUND)
             ADD 1 TO CERT-FULL-TOT
           END-IF.

      *******************************************************
      *> 共用段落：預分揀併盤饋送列 (轉碼前 ASCII 內容)
      *******************************************************
       CMGL-FEED-PARA.
           MOVE SPACES TO CMGL-FEED-REC.
           IF CERT-OK = "N"
             MOVE "F" TO CMF-FLAG
           ELSE
             MOVE "Q" TO CMF-FLAG
           END-IF.
           MOVE PSRT-CTRY TO CMF-CTRY.
           MOVE PSRT-ZIP TO CMF-ZIP.
           MOVE PSRT-STREET TO CMF-STREET.
           MOVE PSRT-UNIT TO CMF-UNIT.
           MOVE PSRT-CHAN TO CMF-CHAN.
           MOVE PSRT-PAYLOAD TO CMF-PAYLOAD.
           MOVE PSRT-IDHASH TO CMF-IDHASH.
           WRITE CMGL-FEED-REC.

      *******************************************************
      *> 共用段落：通路名稱 (CERT-CHAN) 對應證明書累計列
      *******************************************************
       CERT-FIND-PARA.
           MOVE 0 TO CERT-FOUND.
           PERFORM VARYING CERT-I FROM 1 BY 1
                     UNTIL CERT-I > CERT-COUNT
             IF CERT-NAME(CERT-I) = CERT-CHAN
               MOVE CERT-I TO CERT-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF CERT-FOUND = 0 AND CERT-COUNT < 100
             ADD 1 TO CERT-COUNT
             MOVE CERT-CHAN TO CERT-NAME(CERT-COUNT)
             MOVE 0 TO CERT-PIECES(CERT-COUNT)
                       CERT-VAL-CNT(CERT-COUNT)
                       CERT-P-CNT(CERT-COUNT)
                       CERT-S-CNT(CERT-COUNT)
                       CERT-L-CNT(CERT-COUNT)
                       CERT-N-CNT(CERT-COUNT)
                       CERT-BC-CNT(CERT-COUNT)
                       CERT-TRAY-CNT(CERT-COUNT)
                       CERT-DISC-CNT(CERT-COUNT)
                       CERT-FULL-CNT(CERT-COUNT)
             MOVE CERT-COUNT TO CERT-FOUND
           END-IF.

      *******************************************************
      *> 共用段落：裝盤後分流 — 預分揀輸出與工作檔同步讀取，
      *> 所屬盤達 TRAY-MIN 者留在預分揀輸出 (折扣件)，其餘
      *> 併入全額郵資輸出；預分揀輸出以 .new 換名取代
      *******************************************************
       CERT-SPLIT-PARA.
           MOVE SPACES TO CTL-PRESORT-NEW-PATH.
           STRING
             FUNCTION TRIM(CTL-PRESORT-PATH) DELIMITED BY SIZE
             ".new" DELIMITED BY SIZE
             INTO CTL-PRESORT-NEW-PATH
           END-STRING.
           OPEN INPUT PRESORT-OUT-FILE.
           OPEN INPUT CERT-WORK-FILE.
           OPEN OUTPUT PRESORT-NEW-FILE.
           OPEN EXTEND FULLRATE-FILE.
           PERFORM UNTIL EXIT
             READ CERT-WORK-FILE
               AT END
                 EXIT PERFORM
             END-READ
             READ PRESORT-OUT-FILE
               AT END
                 EXIT PERFORM
             END-READ
             MOVE CWR-CHAN TO CERT-CHAN
             PERFORM CERT-FIND-PARA
             IF CWR-TRAY > 0 AND TRAY-CNT(CWR-TRAY) >= CTL-TRAY-MIN
               MOVE PRESORT-OUT-REC TO PRESORT-NEW-REC
               WRITE PRESORT-NEW-REC
               IF CERT-FOUND > 0
                 ADD 1 TO CERT-TRAY-CNT(CERT-FOUND)
                 ADD 1 TO CERT-DISC-CNT(CERT-FOUND)
               END-IF
               ADD 1 TO CERT-DISC-TOT
             ELSE
               MOVE PRESORT-OUT-REC TO FULLRATE-REC
               WRITE FULLRATE-REC
               IF CERT-FOUND > 0
                 ADD 1 TO CERT-FULL-CNT(CERT-FOUND)
               END-IF
               ADD 1 TO CERT-FULL-TOT
             END-IF
           END-PERFORM.
           CLOSE PRESORT-OUT-FILE.
           CLOSE CERT-WORK-FILE.
           CLOSE PRESORT-NEW-FILE.
           CLOSE FULLRATE-FILE.
           CALL "CBL_DELETE_FILE" USING CTL-PRESORT-PATH
             RETURNING ARCHIVE-RC.
           CALL "CBL_RENAME_FILE" USING CTL-PRESORT-NEW-PATH
             CTL-PRESORT-PATH RETURNING ARCHIVE-RC.
           CALL "CBL_DELETE_FILE" USING CTL-CERT-WORK-PATH
             RETURNING ARCHIVE-RC.

      *******************************************************
      *> 共用段落：載入參照資料授權登錄 (檔名不分大小寫)
      *******************************************************
       RDR-LOAD-PARA.
           MOVE 0 TO RDR-COUNT.
           OPEN INPUT REFREG-FILE.
           IF RDR-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RDR-STATUS NOT = "00"
             READ REFREG-FILE
               AT END
                 MOVE "10" TO RDR-STATUS
               NOT AT END
                 IF RDR-COUNT < 20
                    AND FUNCTION TRIM(REFREG-REC) NOT = SPACES
                    AND REFREG-REC(1:1) NOT = "*"
                    AND REFREG-REC(1:10) NOT = "FILE_NAME;"
                   ADD 1 TO RDR-COUNT
                   UNSTRING REFREG-REC DELIMITED BY ";"
                       INTO RDR-FILE(RDR-COUNT)
                            RDR-VENDOR(RDR-COUNT)
                            RDR-EDITION(RDR-COUNT)
                            RDR-EXPIRY(RDR-COUNT)
                   MOVE FUNCTION UPPER-CASE(
                          FUNCTION TRIM(RDR-FILE(RDR-COUNT)))
                     TO RDR-FILE(RDR-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REFREG-FILE.

      *******************************************************
      *> 共用段落：RunSummary 參照資料列 (RDR-J 指定檔案)
      *> 全國地址檔取 RefAddress.dat 蓋印之版次/到期日，
      *> 其餘取登錄檔；未登錄者供應商欄註明 UNREGISTERED
      *******************************************************
       RDR-SUMMARY-PARA.
           MOVE "UNREGISTERED" TO RDR-VENDOR-WK.
           MOVE SPACES TO RDR-EDITION-WK RDR-EXPIRY-WK.
           MOVE FUNCTION UPPER-CASE(RDR-REF-NAME(RDR-J))
             TO RDR-FILE-WK.
           PERFORM VARYING RDR-I FROM 1 BY 1 UNTIL RDR-I > RDR-COUNT
             IF RDR-FILE(RDR-I) = RDR-FILE-WK
               MOVE RDR-VENDOR(RDR-I) TO RDR-VENDOR-WK
               MOVE RDR-EDITION(RDR-I) TO RDR-EDITION-WK
               MOVE RDR-EXPIRY(RDR-I) TO RDR-EXPIRY-WK
             END-IF
           END-PERFORM.

           MOVE "NOT LOADED" TO RDR-USE-WK.
           EVALUATE RDR-J
             WHEN 1
               IF REFA-STATUS = "00"
                 IF CERT-REF-DATE NOT = SPACES
                   MOVE CERT-REF-DATE TO RDR-EDITION-WK
                 END-IF
                 IF RDR-LIC-EXP NOT = SPACES
                   MOVE RDR-LIC-EXP TO RDR-EXPIRY-WK
                 END-IF
               END-IF
               IF REFA-ENABLED = "Y"
                 MOVE "IN USE (RefAddress.dat)" TO RDR-USE-WK
               END-IF
               IF RDR-LIC-WARNED = "Y"
                 MOVE "LICENCE EXPIRED - NOT USED" TO RDR-USE-WK
               END-IF
             WHEN 2
               IF GEO-COUNT > 0
                 MOVE "IN USE" TO RDR-USE-WK
               END-IF
             WHEN 3
               IF ZIPX-COUNT > 0
                 MOVE "IN USE" TO RDR-USE-WK
               END-IF
             WHEN 4
               IF STRGE-COUNT > 0
                 MOVE "IN USE" TO RDR-USE-WK
               END-IF
           END-EVALUATE.

           MOVE SPACES TO RDR-TXT.
           STRING
             FUNCTION TRIM(RDR-REF-NAME(RDR-J)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RDR-VENDOR-WK) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RDR-EDITION-WK) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RDR-EXPIRY-WK) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RDR-USE-WK) DELIMITED BY SIZE
             INTO RDR-TXT
           END-STRING.
           MOVE RDR-TXT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

      *******************************************************
      *> 共用段落：載入寄件人/退件地址檔 (檔案不在時不啟用)
      *> 業務單位空白者視為 UNSPECIFIED；同一單位重複者取首列
      *******************************************************
       SND-LOAD-PARA.
           MOVE "N" TO SND-ACTIVE.
           MOVE 0 TO SND-COUNT.
           OPEN INPUT SND-IN-FILE.
           IF SND-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO SND-ACTIVE.
           PERFORM UNTIL SND-STATUS NOT = "00"
             READ SND-IN-FILE
               AT END
                 MOVE "10" TO SND-STATUS
               NOT AT END
                 IF SND-COUNT < 100
                    AND FUNCTION TRIM(SND-IN-REC) NOT = SPACES
                    AND SND-IN-REC(1:1) NOT = "*"
                    AND SND-IN-REC(1:14) NOT = "SOURCE_SYSTEM;"
                   MOVE SPACES TO SND-TOK(1) SND-TOK(2) SND-TOK(3)
                   UNSTRING SND-IN-REC DELIMITED BY ";"
                       INTO SND-TOK(1) SND-TOK(2) SND-TOK(3)
                   MOVE FUNCTION TRIM(SND-TOK(1)) TO SND-UNIT-CMP
                   IF SND-UNIT-CMP = SPACES
                     MOVE "UNSPECIFIED" TO SND-UNIT-CMP
                   END-IF
                   MOVE 0 TO SND-HIT
                   PERFORM VARYING SND-I FROM 1 BY 1
                             UNTIL SND-I > SND-COUNT
                     IF SND-UNIT(SND-I) = SND-UNIT-CMP
                       MOVE SND-I TO SND-HIT
                       EXIT PERFORM
                     END-IF
                   END-PERFORM
                   IF SND-HIT = 0
                     ADD 1 TO SND-COUNT
                     INITIALIZE SND-ENTRY(SND-COUNT)
                     MOVE SND-UNIT-CMP TO SND-UNIT(SND-COUNT)
                     MOVE FUNCTION TRIM(SND-TOK(2))
                       TO SND-NAME(SND-COUNT)
                     MOVE FUNCTION TRIM(SND-TOK(3))
                       TO SND-RAW(SND-COUNT)
                     MOVE "N" TO SND-OK(SND-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SND-IN-FILE.
           MOVE 0 TO SND-HIT.

      *******************************************************
      *> 共用段落：寄件人退件地址標準化 (每列經 FORMATTER 一次)
      *> 解析失敗或缺寄件人名稱者列為不可用，該單位記錄不交付
      *> UPU/ISO 20022；結果寫成 Sender_Profiles.csv
      *******************************************************
       SND-STD-PARA.
           MOVE 0 TO SND-BAD-CNT.
           MOVE SPACES TO CTL-SND-OUT-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Sender_Profiles.csv" DELIMITED BY SIZE
             INTO CTL-SND-OUT-PATH
           END-STRING.
           OPEN OUTPUT SND-OUT-FILE.
           MOVE SPACES TO SND-TXT.
           STRING
             "SOURCE_SYSTEM;SENDER_NAME;STREET_NAME;" DELIMITED BY SIZE
             "BUILDING_NUMBER;BUILDING_NAME;FLOOR;POST_BOX;ROOM;"
               DELIMITED BY SIZE
             "POST_CODE;TOWN_NAME;DISTRICT_NAME;" DELIMITED BY SIZE
             "COUNTRY_SUB_DIVISION;COUNTRY;COUNTRY_NAME;"
               DELIMITED BY SIZE
             "ADDRESS_LINE;STATUS" DELIMITED BY SIZE
             INTO SND-TXT
           END-STRING.
           MOVE SND-TXT TO SND-OUT-REC.
           WRITE SND-OUT-REC.

           PERFORM VARYING SND-I FROM 1 BY 1 UNTIL SND-I > SND-COUNT
             PERFORM SND-STD-ONE-PARA
           END-PERFORM.
           CLOSE SND-OUT-FILE.

           MOVE SND-COUNT TO SND-FMT.
           MOVE SND-BAD-CNT TO SND-FMT2.
           MOVE "ADR0025I" TO RST-LAST-MSG
           DISPLAY "ADR0025I SENDER PROFILES LOADED: "
             FUNCTION TRIM(SND-FMT) " ("
             FUNCTION TRIM(SND-FMT2) " UNUSABLE) - SEE "
             "Sender_Profiles.csv".

      *******************************************************
      *> 共用段落：單一寄件人退件地址標準化 (SND-I 指定)
      *> 欄位對應同 UPU S42 輸出區
      *******************************************************
       SND-STD-ONE-PARA.
           MOVE SPACES TO LS-FORMATTER.
           MOVE SND-RAW(SND-I) TO BEFORE-DATA ORIGIN-DATA.
           MOVE "N" TO TRACE-FLAG.
           IF SND-RAW(SND-I) NOT = SPACES
             CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER
           ELSE
             MOVE "RETURN ADDRESS MISSING" TO DTLS-LF(19)
           END-IF.
           IF DTLS-LF(19) = SPACES AND SND-NAME(SND-I) = SPACES
             MOVE "SENDER NAME MISSING" TO DTLS-LF(19)
           END-IF.

           IF DTLS-LF(19) NOT = SPACES
             MOVE "N" TO SND-OK(SND-I)
             ADD 1 TO SND-BAD-CNT
             MOVE "ADR0220W" TO RST-LAST-MSG
             DISPLAY "ADR0220W SENDER PROFILE FOR UNIT "
               FUNCTION TRIM(SND-UNIT(SND-I))
               " NOT USABLE: " FUNCTION TRIM(DTLS-LF(19))
           ELSE
             MOVE "Y" TO SND-OK(SND-I)
             MOVE DTLS-LF(5)  TO SND-STRT(SND-I)
             MOVE DTLS-LF(9)  TO SND-BLDG-NB(SND-I)
             MOVE DTLS-LF(14) TO SND-BLDG-NM(SND-I)
             MOVE DTLS-LF(11) TO SND-FLR(SND-I)
             MOVE DTLS-LF(28) TO SND-PSTBX(SND-I)
             MOVE DTLS-LF(13) TO SND-ROOM(SND-I)
             MOVE DTLS-LF(1)  TO SND-PSTCD(SND-I)
             MOVE DTLS-LF(3)  TO SND-TWN(SND-I)
             MOVE DTLS-LF(4)  TO SND-DSTRCT(SND-I)
             EVALUATE TRUE
               WHEN DTLS-LF(17) NOT = SPACES
                 MOVE DTLS-LF(17) TO SND-SUBDIV(SND-I)
               WHEN DTLS-LF(16) NOT = SPACES
                 MOVE DTLS-LF(16) TO SND-SUBDIV(SND-I)
               WHEN OTHER
                 MOVE DTLS-LF(25) TO SND-SUBDIV(SND-I)
             END-EVALUATE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
               TO UPU-CTRY-TMP
             MOVE UPU-CTRY-TMP TO SND-CTRY-NM(SND-I)
             MOVE SPACES TO ISO2-VAL
             MOVE UPU-CTRY-TMP TO ISO-CMP
             PERFORM VARYING ISO-IDX FROM 1 BY 1
                       UNTIL ISO-IDX > ISO-COUNT
               IF ISO-NAME(ISO-IDX) = ISO-CMP
                 MOVE ISO-A2(ISO-IDX) TO ISO2-VAL
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF ISO2-VAL = SPACES
               MOVE UPU-CTRY-TMP(1:2) TO ISO2-VAL
             END-IF
             MOVE ISO2-VAL TO SND-CTRY(SND-I)
             MOVE DTLS-LF(23) TO SND-ADRLINE(SND-I)
           END-IF.

           MOVE SPACES TO SND-TXT.
           STRING
             FUNCTION TRIM(SND-UNIT(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-NAME(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-STRT(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-BLDG-NB(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-BLDG-NM(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-FLR(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-PSTBX(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-ROOM(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-PSTCD(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-TWN(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-DSTRCT(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-SUBDIV(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-CTRY(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-CTRY-NM(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SND-ADRLINE(SND-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO SND-TXT
           END-STRING.
           IF SND-OK(SND-I) = "Y"
             STRING
               FUNCTION TRIM(SND-TXT) DELIMITED BY SIZE
               "OK" DELIMITED BY SIZE
               INTO SND-TXT
             END-STRING
           ELSE
             STRING
               FUNCTION TRIM(SND-TXT) DELIMITED BY SIZE
               "ERROR" DELIMITED BY SIZE
               INTO SND-TXT
             END-STRING
           END-IF.
           MOVE SND-TXT TO SND-OUT-REC.
           WRITE SND-OUT-REC.

      *******************************************************
      *> 共用段落：本筆業務單位取寄件人 (SND-HIT)；查無或不可用
      *> 者設 SND-WITHHOLD 並計入該單位缺件數
      *******************************************************
       SND-RESOLVE-PARA.
           MOVE FUNCTION TRIM(DTLS-LF(24)) TO SND-UNIT-CMP.
           IF SND-UNIT-CMP = SPACES
             MOVE "UNSPECIFIED" TO SND-UNIT-CMP
           END-IF.
           PERFORM VARYING SND-I FROM 1 BY 1 UNTIL SND-I > SND-COUNT
             IF SND-UNIT(SND-I) = SND-UNIT-CMP
               IF SND-OK(SND-I) = "Y"
                 MOVE SND-I TO SND-HIT
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SND-HIT > 0
             EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO SND-WITHHOLD SND-WARNED.
           PERFORM VARYING SND-MISS-I FROM 1 BY 1
                     UNTIL SND-MISS-I > SND-MISS-COUNT
             IF SND-MISS-UNIT(SND-MISS-I) = SND-UNIT-CMP
               ADD 1 TO SND-MISS-CNT(SND-MISS-I)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF SND-MISS-COUNT < 100
             ADD 1 TO SND-MISS-COUNT
             MOVE SND-UNIT-CMP TO SND-MISS-UNIT(SND-MISS-COUNT)
             MOVE 1 TO SND-MISS-CNT(SND-MISS-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：ISO 20022 寄件人 (Dbtr) 片段輸出
      *> (SND-HIT 指定寄件人，SND-XML-ID 為已逸出之 CustId)
      *******************************************************
       SND-XML-PARA.
           MOVE SPACES TO XML-TXT.
           STRING
             "<Dbtr CustId=" DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             FUNCTION TRIM(SND-XML-ID) DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             ">" DELIMITED BY SIZE
             INTO XML-TXT
           END-STRING.
           MOVE XML-TXT TO ISO20022-REC.
           WRITE ISO20022-REC.
           MOVE "Nm" TO XML-TAG.
           MOVE SND-NAME(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "  <PstlAdr>" TO ISO20022-REC.
           WRITE ISO20022-REC.

           MOVE 4 TO XML-IND.
           MOVE "StrtNm" TO XML-TAG.
           MOVE SND-STRT(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "BldgNb" TO XML-TAG.
           MOVE SND-BLDG-NB(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "BldgNm" TO XML-TAG.
           MOVE SND-BLDG-NM(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "Flr" TO XML-TAG.
           MOVE SND-FLR(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "PstBx" TO XML-TAG.
           MOVE SND-PSTBX(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "Room" TO XML-TAG.
           MOVE SND-ROOM(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "PstCd" TO XML-TAG.
           MOVE SND-PSTCD(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "TwnNm" TO XML-TAG.
           MOVE SND-TWN(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "DstrctNm" TO XML-TAG.
           MOVE SND-DSTRCT(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "CtrySubDvsn" TO XML-TAG.
           MOVE SND-SUBDIV(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "Ctry" TO XML-TAG.
           MOVE SND-CTRY(SND-HIT) TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE 2 TO XML-IND.

           MOVE "  </PstlAdr>" TO ISO20022-REC.
           WRITE ISO20022-REC.
           MOVE "</Dbtr>" TO ISO20022-REC.
           WRITE ISO20022-REC.

      *******************************************************
      *> 共用段落：讀取目的國名在地化表 (CountryNameLocalization
      *> .csv)；檔案不存在時不啟用，標籤/UPU/預分揀照舊。國碼
      *> 於規則載入後由 CNL-CHECK-PARA 對照 CountryCodes.csv
      *******************************************************
       CNL-LOAD-PARA.
           MOVE "N" TO CNL-ACTIVE.
           MOVE SPACES TO CNL-HOME.
           MOVE 0 TO CNL-LANG-COUNT CNL-NAME-COUNT CNL-BAD-CNT.
           OPEN INPUT CNL-FILE.
           IF CNL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO CNL-ACTIVE.
           PERFORM UNTIL CNL-STATUS NOT = "00"
             READ CNL-FILE
               AT END
                 MOVE "10" TO CNL-STATUS
               NOT AT END
                 IF FUNCTION TRIM(CNL-REC) NOT = SPACES
                    AND CNL-REC(1:1) NOT = "*"
                   PERFORM CNL-ROW-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CNL-FILE.

      *******************************************************
      *> 共用段落：在地化表單列 (ORIGIN / LANG / NAME)
      *> 核定國名超過 35 位者不截斷，整列不採用
      *******************************************************
       CNL-ROW-PARA.
           MOVE SPACES TO CNL-TOK(1) CNL-TOK(2) CNL-TOK(3)
                          CNL-TOK(4).
           UNSTRING CNL-REC DELIMITED BY ";"
               INTO CNL-TOK(1) CNL-TOK(2) CNL-TOK(3) CNL-TOK(4).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CNL-TOK(1)))
             TO CNL-TOK(1).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CNL-TOK(2)))
             TO CNL-TOK(2).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CNL-TOK(3)))
             TO CNL-TOK(3).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CNL-TOK(4)))
             TO CNL-TOK(4).
           EVALUATE CNL-TOK(1)
             WHEN "TYPE"
               *> 標題列
               CONTINUE
             WHEN "ORIGIN"
               IF CNL-TOK(2)(1:2) NOT = SPACES
                  AND CNL-TOK(2)(3:) = SPACES
                 MOVE CNL-TOK(2)(1:2) TO CNL-HOME
               ELSE
                 ADD 1 TO CNL-BAD-CNT
               END-IF
             WHEN "LANG"
               IF CNL-TOK(3) = SPACES OR CNL-TOK(3)(6:) NOT = SPACES
                 ADD 1 TO CNL-BAD-CNT
               ELSE
                 PERFORM VARYING CNL-J FROM 1 BY 1 UNTIL CNL-J > 30
                   MOVE SPACES TO CNL-LIST-TOK(CNL-J)
                 END-PERFORM
                 UNSTRING CNL-TOK(2) DELIMITED BY ","
                     INTO CNL-LIST-TOK(1) CNL-LIST-TOK(2)
                          CNL-LIST-TOK(3) CNL-LIST-TOK(4)
                          CNL-LIST-TOK(5) CNL-LIST-TOK(6)
                          CNL-LIST-TOK(7) CNL-LIST-TOK(8)
                          CNL-LIST-TOK(9) CNL-LIST-TOK(10)
                          CNL-LIST-TOK(11) CNL-LIST-TOK(12)
                          CNL-LIST-TOK(13) CNL-LIST-TOK(14)
                          CNL-LIST-TOK(15) CNL-LIST-TOK(16)
                          CNL-LIST-TOK(17) CNL-LIST-TOK(18)
                          CNL-LIST-TOK(19) CNL-LIST-TOK(20)
                          CNL-LIST-TOK(21) CNL-LIST-TOK(22)
                          CNL-LIST-TOK(23) CNL-LIST-TOK(24)
                          CNL-LIST-TOK(25) CNL-LIST-TOK(26)
                          CNL-LIST-TOK(27) CNL-LIST-TOK(28)
                          CNL-LIST-TOK(29) CNL-LIST-TOK(30)
                 PERFORM VARYING CNL-J FROM 1 BY 1 UNTIL CNL-J > 30
                   MOVE FUNCTION TRIM(CNL-LIST-TOK(CNL-J))
                     TO CNL-CODE
                   IF CNL-CODE NOT = SPACES
                     IF CNL-CODE(3:) NOT = SPACES
                        OR CNL-LANG-COUNT >= 100
                       ADD 1 TO CNL-BAD-CNT
                     ELSE
                       ADD 1 TO CNL-LANG-COUNT
                       MOVE CNL-CODE(1:2)
                         TO CNL-L-CTRY(CNL-LANG-COUNT)
                       MOVE CNL-TOK(3)(1:5)
                         TO CNL-L-LANG(CNL-LANG-COUNT)
                     END-IF
                   END-IF
                 END-PERFORM
               END-IF
             WHEN "NAME"
               IF CNL-TOK(2)(1:2) = SPACES
                  OR CNL-TOK(2)(3:) NOT = SPACES
                  OR CNL-TOK(3) = SPACES
                  OR CNL-TOK(3)(6:) NOT = SPACES
                  OR CNL-TOK(4) = SPACES
                  OR CNL-TOK(4)(36:) NOT = SPACES
                  OR CNL-NAME-COUNT >= 3000
                 ADD 1 TO CNL-BAD-CNT
               ELSE
                 ADD 1 TO CNL-NAME-COUNT
                 MOVE CNL-TOK(2)(1:2) TO CNL-N-CTRY(CNL-NAME-COUNT)
                 MOVE CNL-TOK(3)(1:5) TO CNL-N-LANG(CNL-NAME-COUNT)
                 MOVE CNL-TOK(4)(1:35) TO CNL-N-NAME(CNL-NAME-COUNT)
               END-IF
             WHEN OTHER
               ADD 1 TO CNL-BAD-CNT
           END-EVALUATE.

      *******************************************************
      *> 共用段落：在地化表國碼核對 (ISO 3166 alpha-2 須見於
      *> CountryCodes.csv；對照表未載入時不核對)。不符之列清空
      *> 國碼使其不再命中，並計入不採用列數
      *******************************************************
       CNL-CHECK-PARA.
           IF ISO-COUNT > 0
             IF CNL-HOME NOT = SPACES
               MOVE CNL-HOME TO CNL-CODE
               PERFORM CNL-CODE-PARA
               IF CNL-OK = "N"
                 MOVE SPACES TO CNL-HOME
                 ADD 1 TO CNL-BAD-CNT
               END-IF
             END-IF
             PERFORM VARYING CNL-I FROM 1 BY 1
                       UNTIL CNL-I > CNL-LANG-COUNT
               IF CNL-L-CTRY(CNL-I) NOT = "* "
                 MOVE CNL-L-CTRY(CNL-I) TO CNL-CODE
                 PERFORM CNL-CODE-PARA
                 IF CNL-OK = "N"
                   MOVE SPACES TO CNL-L-CTRY(CNL-I)
                   ADD 1 TO CNL-BAD-CNT
                 END-IF
               END-IF
             END-PERFORM
             PERFORM VARYING CNL-I FROM 1 BY 1
                       UNTIL CNL-I > CNL-NAME-COUNT
               MOVE CNL-N-CTRY(CNL-I) TO CNL-CODE
               PERFORM CNL-CODE-PARA
               IF CNL-OK = "N"
                 MOVE SPACES TO CNL-N-CTRY(CNL-I)
                 ADD 1 TO CNL-BAD-CNT
               END-IF
             END-PERFORM
           END-IF.
           IF CNL-HOME = SPACES AND SND-ACTIVE NOT = "Y"
             MOVE "Y" TO CNL-WARNED
             MOVE "ADR0244W" TO RST-LAST-MSG
             DISPLAY "ADR0244W COUNTRY NAME LOCALIZATION HAS NO ORIGIN "
               "COUNTRY (NO ORIGIN ROW, NO SENDER PROFILES)"
           END-IF.
           IF CNL-BAD-CNT > 0
             MOVE "Y" TO CNL-WARNED
             MOVE CNL-BAD-CNT TO CNL-FMT
             MOVE "ADR0244W" TO RST-LAST-MSG
             DISPLAY "ADR0244W " FUNCTION TRIM(CNL-FMT)
               " COUNTRY NAME LOCALIZATION ENTRIES REJECTED "
               "(UNKNOWN TYPE OR CODE, NAME OVER 35 OR TABLE FULL)"
           END-IF.

      *******************************************************
      *> 共用段落：CNL-CODE 是否為 CountryCodes.csv 之 alpha-2
      *******************************************************
       CNL-CODE-PARA.
           MOVE "N" TO CNL-OK.
           PERFORM VARYING ISO-IDX FROM 1 BY 1
                     UNTIL ISO-IDX > ISO-COUNT
             IF ISO-A2(ISO-IDX) = CNL-CODE(1:2)
               MOVE "Y" TO CNL-OK
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：本筆目的國名行 (CNL-LINE)
      *> 寄件國 = 寄件人區塊國碼，無者取 ORIGIN 列；語言 = 寄件
      *> 國之 LANG 列，無者取 * 列，再無則以寄件國碼為語言鍵。
      *> 查無核定國名之跨境件依 目的國+語言 累計，收尾時警示；
      *> 境內件查無時不警示。錯誤件與逐字覆寫件不處理
      *> (ISO2-VAL 為本筆目的國 alpha-2，UPU 段已取得)
      *******************************************************
       CNL-RESOLVE-PARA.
           MOVE SPACES TO CNL-LINE.
           IF CNL-ACTIVE NOT = "Y" OR DTLS-LF(19) NOT = SPACES
              OR DTLS-LF(2) = SPACES OR OVR-OUT = "Y"
             EXIT PARAGRAPH
           END-IF.

           MOVE CNL-HOME TO CNL-ORIGIN.
           IF SND-ACTIVE = "Y" AND SND-HIT > 0
             IF SND-CTRY(SND-HIT) NOT = SPACES
               MOVE SND-CTRY(SND-HIT) TO CNL-ORIGIN
             END-IF
           END-IF.

           MOVE SPACES TO CNL-LANG.
           IF CNL-ORIGIN = SPACES
             MOVE "NONE" TO CNL-LANG
           ELSE
             PERFORM VARYING CNL-I FROM 1 BY 1
                       UNTIL CNL-I > CNL-LANG-COUNT
               IF CNL-L-CTRY(CNL-I) = CNL-ORIGIN
                 MOVE CNL-L-LANG(CNL-I) TO CNL-LANG
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF CNL-LANG = SPACES
               PERFORM VARYING CNL-I FROM 1 BY 1
                         UNTIL CNL-I > CNL-LANG-COUNT
                 IF CNL-L-CTRY(CNL-I) = "* "
                   MOVE CNL-L-LANG(CNL-I) TO CNL-LANG
                   EXIT PERFORM
                 END-IF
               END-PERFORM
             END-IF
             IF CNL-LANG = SPACES
               MOVE CNL-ORIGIN TO CNL-LANG
             END-IF
             PERFORM VARYING CNL-I FROM 1 BY 1
                       UNTIL CNL-I > CNL-NAME-COUNT
               IF CNL-N-CTRY(CNL-I) = ISO2-VAL
                  AND CNL-N-LANG(CNL-I) = CNL-LANG
                 MOVE CNL-N-NAME(CNL-I) TO CNL-LINE
                 ADD 1 TO CNL-LOC-CNT
                 EXIT PARAGRAPH
               END-IF
             END-PERFORM
             IF ISO2-VAL = CNL-ORIGIN
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE "Y" TO CNL-WARNED.
           PERFORM VARYING CNL-I FROM 1 BY 1
                     UNTIL CNL-I > CNL-MISS-COUNT
             IF CNL-M-CTRY(CNL-I) = ISO2-VAL
                AND CNL-M-LANG(CNL-I) = CNL-LANG
               ADD 1 TO CNL-M-CNT(CNL-I)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF CNL-MISS-COUNT < 300
             ADD 1 TO CNL-MISS-COUNT
             MOVE ISO2-VAL TO CNL-M-CTRY(CNL-MISS-COUNT)
             MOVE CNL-LANG TO CNL-M-LANG(CNL-MISS-COUNT)
             MOVE 1 TO CNL-M-CNT(CNL-MISS-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：RunSummary 目的國名在地化段與收尾警示
      *> (無核定國名之目的國逐一 ADR0243W，件數照印原國名)
      *******************************************************
       CNL-SUMMARY-PARA.
           MOVE CNL-LOC-CNT TO CNL-FMT.
           MOVE SPACES TO CNL-TXT.
           STRING
             "COUNTRY LINE LOCALIZED;" DELIMITED BY SIZE
             FUNCTION TRIM(CNL-FMT) DELIMITED BY SIZE
             INTO CNL-TXT
           END-STRING.
           MOVE CNL-TXT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.
           IF CNL-MISS-COUNT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "COUNTRY NAME MISSING;DESTINATION;LANGUAGE;PIECES"
             TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.
           PERFORM VARYING CNL-I FROM 1 BY 1
                     UNTIL CNL-I > CNL-MISS-COUNT
             MOVE CNL-M-CNT(CNL-I) TO CNL-FMT
             MOVE SPACES TO CNL-TXT
             STRING
               "COUNTRY NAME MISSING;" DELIMITED BY SIZE
               CNL-M-CTRY(CNL-I) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CNL-M-LANG(CNL-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CNL-FMT) DELIMITED BY SIZE
               INTO CNL-TXT
             END-STRING
             MOVE CNL-TXT TO RUN-SUMMARY-REC
             WRITE RUN-SUMMARY-REC
             MOVE "ADR0243W" TO RST-LAST-MSG
             DISPLAY "ADR0243W NO APPROVED COUNTRY NAME FOR "
               "DESTINATION " CNL-M-CTRY(CNL-I) " IN LANGUAGE "
               FUNCTION TRIM(CNL-M-LANG(CNL-I)) " - "
               FUNCTION TRIM(CNL-FMT) " PIECES PRINTED WITH THE "
               "COUNTRY AS PARSED"
           END-PERFORM.

      *******************************************************
      *> 共用段落：寫出單一通路的郵資折扣資格證明書
      *> (Discount_Certificate_<通路>.txt，CERT-I 指定通路)
      *******************************************************
       CERT-WRITE-PARA.
           MOVE SPACES TO CTL-CERT-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Discount_Certificate_" DELIMITED BY SIZE
             FUNCTION TRIM(CERT-NAME(CERT-I)) DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO CTL-CERT-PATH
           END-STRING.
           OPEN OUTPUT CERT-FILE.
           MOVE "POSTAL DISCOUNT QUALIFICATION CERTIFICATE" TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           MOVE ALL "=" TO CERT-REC(1:60).
           WRITE CERT-REC.
           MOVE "CHANNEL" TO CERT-LABEL.
           MOVE CERT-NAME(CERT-I) TO CERT-TXT.
           PERFORM CERT-TEXT-LINE-PARA.
           MOVE "BATCH DATE" TO CERT-LABEL.
           MOVE CTL-BATCH-DATE TO CERT-TXT.
           PERFORM CERT-TEXT-LINE-PARA.
           MOVE "RUN TIMESTAMP" TO CERT-LABEL.
           MOVE LOCK-NOW-TS TO CERT-TXT.
           PERFORM CERT-TEXT-LINE-PARA.
           MOVE "RULESET VERSION" TO CERT-LABEL.
           MOVE CTL-RULE-VERSION TO CERT-TXT.
           PERFORM CERT-TEXT-LINE-PARA.
           MOVE "REFERENCE DATA DATE" TO CERT-LABEL.
           IF REFA-ENABLED = "Y" AND CERT-REF-DATE NOT = SPACES
             MOVE CERT-REF-DATE TO CERT-TXT
           ELSE
             MOVE "NOT AVAILABLE" TO CERT-TXT
           END-IF.
           PERFORM CERT-TEXT-LINE-PARA.
           MOVE SPACES TO CERT-REC.
           MOVE ALL "-" TO CERT-REC(1:60).
           WRITE CERT-REC.

           MOVE "PIECES PRESENTED" TO CERT-LABEL.
           MOVE CERT-PIECES(CERT-I) TO CERT-VAL-NUM.
           PERFORM CERT-NUM-LINE-PARA.
           MOVE "VALIDATED ADDRESS" TO CERT-LABEL.
           MOVE CERT-VAL-CNT(CERT-I) TO CERT-VAL-NUM.
           PERFORM CERT-NUM-LINE-PARA.
           IF REFA-ENABLED = "Y"
             MOVE "MATCH GRADE P (PREMISE)" TO CERT-LABEL
             MOVE CERT-P-CNT(CERT-I) TO CERT-VAL-NUM
             PERFORM CERT-NUM-LINE-PARA
             MOVE "MATCH GRADE S (STREET)" TO CERT-LABEL
             MOVE CERT-S-CNT(CERT-I) TO CERT-VAL-NUM
             PERFORM CERT-NUM-LINE-PARA
             MOVE "MATCH GRADE L (LOCALITY)" TO CERT-LABEL
             MOVE CERT-L-CNT(CERT-I) TO CERT-VAL-NUM
             PERFORM CERT-NUM-LINE-PARA
             MOVE "MATCH GRADE N (NO MATCH)" TO CERT-LABEL
             MOVE CERT-N-CNT(CERT-I) TO CERT-VAL-NUM
             PERFORM CERT-NUM-LINE-PARA
           ELSE
             MOVE "MATCH GRADES" TO CERT-LABEL
             MOVE "NOT GRADED - NO REFERENCE FILE" TO CERT-TXT
             PERFORM CERT-TEXT-LINE-PARA
           END-IF.
           MOVE "SORT BARCODE APPLIED" TO CERT-LABEL.
           MOVE CERT-BC-CNT(CERT-I) TO CERT-VAL-NUM.
           PERFORM CERT-NUM-LINE-PARA.
           MOVE "IN QUALIFIED TRAYS" TO CERT-LABEL.
           MOVE CERT-TRAY-CNT(CERT-I) TO CERT-VAL-NUM.
           PERFORM CERT-NUM-LINE-PARA.
           MOVE SPACES TO CERT-REC.
           MOVE ALL "-" TO CERT-REC(1:60).
           WRITE CERT-REC.
           MOVE "DISCOUNT-RATE PIECES" TO CERT-LABEL.
           MOVE CERT-DISC-CNT(CERT-I) TO CERT-VAL-NUM.
           PERFORM CERT-NUM-LINE-PARA.
           MOVE "FULL-RATE PIECES" TO CERT-LABEL.
           MOVE CERT-FULL-CNT(CERT-I) TO CERT-VAL-NUM.
           PERFORM CERT-NUM-LINE-PARA.
           MOVE SPACES TO CERT-REC.
           MOVE ALL "-" TO CERT-REC(1:60).
           WRITE CERT-REC.

           MOVE "I CERTIFY THAT THE DISCOUNT-RATE PIECES ABOVE ARE"
             TO CERT-REC.
           WRITE CERT-REC.
           MOVE "VALIDATED, BARCODED AND PRESORTED IN QUALIFIED TRAYS"
             TO CERT-REC.
           WRITE CERT-REC.
           MOVE "AND THAT FULL-RATE PIECES ARE PRESENTED SEPARATELY."
             TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE "SIGNATURE: ______________________  DATE: __________"
             TO CERT-REC.
           WRITE CERT-REC.
           MOVE "NAME/TITLE: _____________________" TO CERT-REC.
           WRITE CERT-REC.
           CLOSE CERT-FILE.

      *******************************************************
      *> 共用段落：證明書 "標籤 : 數值" / "標籤 : 文字" 列
      *******************************************************
       CERT-NUM-LINE-PARA.
           MOVE CERT-VAL-NUM TO CERT-FMT.
           MOVE FUNCTION TRIM(CERT-FMT) TO CERT-TXT.
           PERFORM CERT-TEXT-LINE-PARA.

       CERT-TEXT-LINE-PARA.
           MOVE SPACES TO CERT-REC.
           MOVE CERT-LABEL TO CERT-REC(1:30).
           MOVE ": " TO CERT-REC(31:2).
           MOVE CERT-TXT TO CERT-REC(33:68).
           WRITE CERT-REC.

      *******************************************************
      *> SORT 輸出程序：排序後的歸戶流分組，鍵值變動即寫出
      *> 前一組 (僅多成員住戶列入報表)
      *******************************************************
       HH-OUT-PARA.
           PERFORM UNTIL EXIT
             RETURN HH-SORT-FILE
               AT END
                 EXIT PERFORM
               NOT AT END
                 IF HSRT-KEY NOT = HH-CUR-KEY
                   PERFORM HH-GROUP-FLUSH-PARA
                   MOVE HSRT-KEY TO HH-CUR-KEY
                   MOVE 0 TO HH-CUR-CNT
                   MOVE SPACES TO HH-CUR-MEMBERS
                   MOVE "R" TO HH-CUR-BUS
                 END-IF
                 ADD 1 TO HH-CUR-CNT
                 IF HSRT-BUS = "B"
                   MOVE "B" TO HH-CUR-BUS
                 END-IF
                 IF HH-CUR-MEMBERS = SPACES
                   MOVE FUNCTION TRIM(HSRT-CUSTID)
                     TO HH-CUR-MEMBERS
                 ELSE
                   IF LENGTH OF FUNCTION TRIM(HH-CUR-MEMBERS) < 340
                     MOVE HH-CUR-MEMBERS TO HH-TXT
                     MOVE SPACES TO HH-CUR-MEMBERS
                     STRING
                       FUNCTION TRIM(HH-TXT(1:400))
                         DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(HSRT-CUSTID) DELIMITED BY SIZE
                       INTO HH-CUR-MEMBERS
                     END-STRING
                   END-IF
                 END-IF
             END-RETURN
           END-PERFORM.
           PERFORM HH-GROUP-FLUSH-PARA.

      *******************************************************
      *> 共用段落：寫出一組歸戶 (多成員才列入報表)
      *******************************************************
       HH-GROUP-FLUSH-PARA.
           IF HH-CUR-CNT > 1
             ADD 1 TO HH-MULTI-CNT
             ADD 1 TO HH-GRP-ID
             COMPUTE HH-SAVED-CNT = HH-SAVED-CNT + HH-CUR-CNT - 1
             MOVE HH-GRP-ID TO HH-ID-FMT
             MOVE HH-CUR-CNT TO HH-CNT-FMT
             MOVE SPACES TO HH-TXT
             STRING
               FUNCTION TRIM(HH-ID-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(HH-CNT-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               HH-CUR-BUS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(HH-CUR-MEMBERS) DELIMITED BY SIZE
               INTO HH-TXT
             END-STRING
             MOVE HH-TXT TO HH-FILE-REC
             WRITE HH-FILE-REC
           END-IF.

      *******************************************************
      *> 共用段落：CBPRPLUS 欄位重組為單行地址文字
      *> (CBPRPLUS/ISO20022 兩種輸入共用)
      *******************************************************
       CBI-REBUILD-PARA.
                MOVE SPACES TO CBI-REBUILD
                IF CBI-POST-CODE NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-POST-CODE) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-COUNTRY NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-COUNTRY) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-TOWN-NAME NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-TOWN-NAME) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-DISTRICT-NAME NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-DISTRICT-NAME) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-STREET-NAME NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-STREET-NAME) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-BUILDING-NUMBER NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-BUILDING-NUMBER)
                      DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-BUILDING-NAME NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-BUILDING-NAME) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-FLOOR NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-FLOOR) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-ROOM NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-ROOM) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-TOWN-LOC-NAME NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-TOWN-LOC-NAME) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-CTRY-SUB-DIV NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-CTRY-SUB-DIV) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF
                IF CBI-ADDRESS-LINE NOT = SPACES
                  STRING FUNCTION TRIM(CBI-REBUILD) DELIMITED BY SIZE
                    FUNCTION TRIM(CBI-ADDRESS-LINE) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE INTO CBI-REBUILD
                  END-STRING
                END-IF

                *> 去除結尾多餘的 ", "
                MOVE FUNCTION TRIM(CBI-REBUILD) TO CBI-REBUILD
                IF CBI-REBUILD(LENGTH OF FUNCTION TRIM(CBI-REBUILD):1)
                   = ","
                  MOVE CBI-REBUILD(1:
                         LENGTH OF FUNCTION TRIM(CBI-REBUILD) - 1)
                    TO CBI-REBUILD
                END-IF.

      *******************************************************
      *> 共用段落：客戶目錄單鍵覆蓋 (行為鍵限定；其餘鍵提示
      *> 不支援後略過)
      *******************************************************
       CLIP-APPLY-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLIP-KEY))
             TO CLIP-KEY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLIP-VAL))
             TO CLIP-VAL.
           EVALUATE FUNCTION TRIM(CLIP-KEY)
             WHEN "OUTPUT-FORMAT"
               MOVE CLIP-VAL(1:4) TO CTL-OUT-FMT
               MOVE "P" TO PARM-SRC(7)
             WHEN "PARSE-MODE"
               MOVE CLIP-VAL(1:8) TO CTL-PARSE-MODE
               MOVE "P" TO PARM-SRC(8)
             WHEN "ERROR-THRESHOLD"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-ERROR-THRESHOLD
                 MOVE "P" TO PARM-SRC(9)
               END-IF
             WHEN "RULE-VERSION"
               MOVE CLIP-VAL(1:30) TO CTL-RULE-VERSION
               MOVE "P" TO PARM-SRC(11)
             WHEN "PRIORITY-LANE"
               MOVE CLIP-VAL(1:1) TO CTL-PRIO-LANE
               MOVE "P" TO PARM-SRC(23)
             WHEN "CASING-CSV"
               MOVE CLIP-VAL(1:6) TO CTL-CASING-CSV
               MOVE "P" TO PARM-SRC(24)
             WHEN "CASING-UPU"
               MOVE CLIP-VAL(1:6) TO CTL-CASING-UPU
               MOVE "P" TO PARM-SRC(25)
             WHEN "CASING-FIXED"
               MOVE CLIP-VAL(1:6) TO CTL-CASING-FIXED
               MOVE "P" TO PARM-SRC(26)
             WHEN "TRAY-BREAK-KEY"
               MOVE CLIP-VAL(1:8) TO CTL-TRAY-BREAK
               MOVE "P" TO PARM-SRC(33)
             WHEN "TRAY-MIN-PIECES"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-TRAY-MIN
                 MOVE "P" TO PARM-SRC(34)
               END-IF
             WHEN "TRAY-MAX-PIECES"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-TRAY-MAX
                 MOVE "P" TO PARM-SRC(35)
               END-IF
             WHEN "FORWARDING-DAYS"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-FWD-DAYS
                 MOVE "P" TO PARM-SRC(38)
               END-IF
             WHEN "FORWARDING-MODE"
               MOVE CLIP-VAL(1:10) TO CTL-FWD-MODE
               MOVE "P" TO PARM-SRC(39)
      *> 營業日管制在讀到批次標頭 (及設定檔) 之前早已裁決，
      *> 事後覆蓋不會生效，視同不可覆蓋鍵拒絕
             WHEN "BUSINESS-DAY-CHECK"
               MOVE "ADR0213W" TO RST-LAST-MSG
               DISPLAY "ADR0213W CLIENT PROFILE KEY NOT "
                 "OVERRIDABLE: " FUNCTION TRIM(CLIP-KEY)
               SUBTRACT 1 FROM CLIP-CNT
             WHEN "CALENDAR-COUNTRY"
               MOVE "ADR0213W" TO RST-LAST-MSG
               DISPLAY "ADR0213W CLIENT PROFILE KEY NOT "
                 "OVERRIDABLE: " FUNCTION TRIM(CLIP-KEY)
               SUBTRACT 1 FROM CLIP-CNT
      *> 回寫欄位配置於首次回寫時逐來源載入 (SWB-LOAD-PARA)，
      *> 不屬本次執行參數，不計入覆蓋鍵數
             WHEN "WRITEBACK-LAYOUT"
               SUBTRACT 1 FROM CLIP-CNT
             WHEN "CBPR-ENFORCE"
               MOVE CLIP-VAL(1:8) TO CTL-CBPR-ENFORCE
               MOVE "P" TO PARM-SRC(45)
             WHEN "QA-SAMPLE-SIZE"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-QA-SAMPLE
                 MOVE "P" TO PARM-SRC(46)
               END-IF
             WHEN "SKIP-UNCHANGED"
               MOVE CLIP-VAL(1:1) TO CTL-SKIP-UNCH
               MOVE "P" TO PARM-SRC(47)
             WHEN "DRIFT-CHECK"
               MOVE CLIP-VAL(1:4) TO CTL-DRIFT-CHECK
               MOVE "P" TO PARM-SRC(51)
             WHEN "DRIFT-VOLUME-PCT"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-DRIFT-VOL-PCT
                 MOVE "P" TO PARM-SRC(52)
               END-IF
             WHEN "DRIFT-SHARE-PTS"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-DRIFT-SHR-PTS
                 MOVE "P" TO PARM-SRC(53)
               END-IF
             WHEN "DRIFT-LENGTH-PCT"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-DRIFT-LEN-PCT
                 MOVE "P" TO PARM-SRC(54)
               END-IF
             WHEN "DRIFT-MIN-BATCHES"
               IF FUNCTION TRIM(CLIP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLIP-VAL))
                   TO CTL-DRIFT-MIN-BAT
                 MOVE "P" TO PARM-SRC(55)
               END-IF
             WHEN OTHER
               MOVE "ADR0213W" TO RST-LAST-MSG
               DISPLAY "ADR0213W CLIENT PROFILE KEY NOT "
                 "OVERRIDABLE: " FUNCTION TRIM(CLIP-KEY)
               SUBTRACT 1 FROM CLIP-CNT
           END-EVALUATE.
           ADD 1 TO CLIP-CNT.

      *******************************************************
      *> 共用段落：地址歷史寫一列 (CSV 附加並同步索引檔)
      *******************************************************
       HIST-WRITE-PARA.
           MOVE HIST-TXT TO HIST-REC.
           WRITE HIST-REC.
           MOVE "WRITE" TO HST-OP.
           MOVE CTL-HIST-IDX-PATH TO HST-PATH.
           MOVE HIST-TXT TO HST-ROW.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           IF HST-RESULT = "E"
             ADD 1 TO HIST-IDX-FAIL
           END-IF.

      *******************************************************
      *> 共用段落：地址歷史關閉 (CSV 與索引檔)
      *******************************************************
       HIST-CLOSE-PARA.
           CLOSE HIST-FILE.
           MOVE "CLOSE" TO HST-OP.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           PERFORM HIST-IDX-WARN-PARA.

      *******************************************************
      *> 共用段落：索引檔寫入失敗警示 (CSV 仍完整，以
      *> MASTER-UTIL 功能 H 重新載入即可回復一致)
      *******************************************************
       HIST-IDX-WARN-PARA.
           IF HIST-IDX-FAIL > 0
             MOVE HIST-IDX-FAIL TO HIST-IDX-FMT
             MOVE "ADR0217W" TO RST-LAST-MSG
             DISPLAY "ADR0217W " FUNCTION TRIM(HIST-IDX-FMT)
               " HISTORY ROWS NOT APPLIED TO "
               FUNCTION TRIM(CTL-HIST-IDX-PATH)
               " - RELOAD WITH MASTER-UTIL FUNCTION H"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
             MOVE "Y" TO HIST-IDX-WARNED
             MOVE 0 TO HIST-IDX-FAIL
           END-IF.

      *******************************************************
      *> 共用段落：來源檔輪廓漂移核對 (更動主檔前)。輸入檔
      *> 先走一趟，依 SOURCE_SYSTEM 累計筆數、國別分布、英文
      *> 地址空白比、郵政信箱比、平均地址長度與最多城市占比，
      *> 與 SourceProfile.csv 的滾動基準逐項比對寫入
      *> Drift_Report.csv；有偏離且 DRIFT-CHECK=HOLD 時整批
      *> 扣住 (RC=8，主檔未動)，否則本批併入滾動基準
      *******************************************************
       DRF-CHECK-PARA.
           MOVE 0 TO DRF-SRC-CNT DRF-DRIFT-CNT DRF-LEARN-CNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DRF-TODAY.
           *> 國別/城市/郵政信箱依正式規則分類
           MOVE SPACES TO RULE-DIR.
           MOVE CTL-BATCH-DATE TO RULE-BATCH-DATE.
           CALL 'READ-RULE'.

           MOVE "00" TO IN-FILE-STATUS.
           OPEN INPUT IN-FILE.
           READ IN-FILE
             AT END
               MOVE "10" TO IN-FILE-STATUS
           END-READ.
           *> 檔首分隔字元宣告列：跳過後再吃真正的標題列
           IF IN-FILE-REC(1:9) = "#DIALECT="
              OR IN-FILE-REC(1:4) = "sep="
             READ IN-FILE
               AT END
                 MOVE "10" TO IN-FILE-STATUS
             END-READ
           END-IF.
           PERFORM UNTIL IN-FILE-STATUS = "10"
             READ IN-FILE
               AT END
                 MOVE "10" TO IN-FILE-STATUS
               NOT AT END
                 PERFORM DRF-ROW-PARA
             END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           MOVE "00" TO IN-FILE-STATUS.

           IF DRF-SRC-CNT = 0
             EXIT PARAGRAPH
           END-IF.

           PERFORM DRF-LOAD-PARA.

           *> 第一趟：逐來源逐項比對，寫出 Drift_Report.csv
           OPEN OUTPUT DRIFT-RPT-FILE.
           MOVE "SOURCE_SYSTEM;METRIC;BASELINE;CURRENT;DEVIATION;" &
                "TOLERANCE;RESULT" TO DRIFT-RPT-REC.
           WRITE DRIFT-RPT-REC.
           MOVE "C" TO DRF-MODE.
           PERFORM VARYING DRF-SI FROM 1 BY 1
                     UNTIL DRF-SI > DRF-SRC-CNT
             PERFORM DRF-SOURCE-PARA
           END-PERFORM.
           CLOSE DRIFT-RPT-FILE.

           MOVE DRF-DRIFT-CNT TO DRF-CNT-FMT.
           IF DRF-DRIFT-CNT > 0
             IF CTL-DRIFT-CHECK = "HOLD"
               *> 偏離批次不併入基準，以免錯誤檔案成為新常態
               MOVE "ADR0104E" TO RST-LAST-MSG
               DISPLAY "ADR0104E BATCH HELD: "
                 FUNCTION TRIM(DRF-CNT-FMT)
                 " SOURCE PROFILE METRICS OUT OF TOLERANCE - SEE "
                 FUNCTION TRIM(CTL-DRIFT-RPT-PATH)
               MOVE "ADR0104E" TO RST-LAST-MSG
               DISPLAY "ADR0104E MASTER NOT UPDATED - RERUN WITH "
                 "DRIFT-CHECK=WARN ONCE THE EXTRACT IS CONFIRMED"
               PERFORM LOCK-RELEASE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "ADR0218W" TO RST-LAST-MSG
             DISPLAY "ADR0218W " FUNCTION TRIM(DRF-CNT-FMT)
               " SOURCE PROFILE METRICS OUT OF TOLERANCE - SEE "
               FUNCTION TRIM(CTL-DRIFT-RPT-PATH)
             MOVE "Y" TO DRF-DRIFT-FLAG
           END-IF.

           *> 第二趟：本批併入滾動基準並整檔重寫
           MOVE "U" TO DRF-MODE.
           PERFORM VARYING DRF-SI FROM 1 BY 1
                     UNTIL DRF-SI > DRF-SRC-CNT
             PERFORM DRF-SOURCE-PARA
           END-PERFORM.
           PERFORM DRF-SAVE-PARA.

           MOVE DRF-SRC-CNT TO DRF-CNT-FMT.
           MOVE DRF-LEARN-CNT TO DRF-LRN-FMT.
           MOVE "ADR0024I" TO RST-LAST-MSG
           DISPLAY "ADR0024I SOURCE PROFILE CHECKED - "
             FUNCTION TRIM(DRF-CNT-FMT) " SOURCES ("
             FUNCTION TRIM(DRF-LRN-FMT) " STILL BUILDING A BASELINE)"
             " -> " FUNCTION TRIM(CTL-DRIFT-RPT-PATH).

      *******************************************************
      *> 共用段落：輪廓核對逐列累計 (IN-FILE-REC)。拆欄方式同
      *> 主迴圈；表尾、空白列、無 CUSTOMER_ID 的不完整列與
      *> 異動檔刪除列 (不帶地址) 不列入輪廓
      *******************************************************
       DRF-ROW-PARA.
           IF FUNCTION TRIM(IN-FILE-REC) = SPACES
              OR IN-FILE-REC(1:2) = "T;"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO IF-DATA(1) IF-DATA(2) IF-DATA(3)
                          IF-DATA(4) IF-DATA(5) IF-DATA(6)
                          IF-DATA(7).
           IF CTL-IN-FORMAT = "DELTA"
             MOVE SPACES TO DELTA-ACTION-RAW
             UNSTRING IN-FILE-REC
                 DELIMITED BY ";"
                 INTO DELTA-ACTION-RAW
                      IF-DATA(1)
                      IF-DATA(2)
                      IF-DATA(3)
                      IF-DATA(4)
                      IF-DATA(5)
                      IF-DATA(6)
                      IF-DATA(7)
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(DELTA-ACTION-RAW))
                = "D"
               EXIT PARAGRAPH
             END-IF
           ELSE
             IF CTL-IN-DIALECT = "COMMA"
               PERFORM RFC-SPLIT-PARA
             ELSE
               UNSTRING IN-FILE-REC
                   DELIMITED BY ";"
                   INTO IF-DATA(1)
                        IF-DATA(2)
                        IF-DATA(3)
                        IF-DATA(4)
                        IF-DATA(5)
                        IF-DATA(6)
                        IF-DATA(7)
             END-IF
           END-IF.
           IF IF-DATA(1) = SPACES
             EXIT PARAGRAPH
           END-IF.

           *> 來源別：列上 SOURCE_SYSTEM，空白時取批次表頭，
           *> 再無則歸類 UNSPECIFIED (同業務單位彙總表)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IF-DATA(4)))
             TO DRF-CMP-SRC.
           IF DRF-CMP-SRC = SPACES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BATCH-SOURCE))
               TO DRF-CMP-SRC
           END-IF.
           IF DRF-CMP-SRC = SPACES
             MOVE "UNSPECIFIED" TO DRF-CMP-SRC
           END-IF.
           PERFORM VARYING DRF-SI FROM 1 BY 1
                     UNTIL DRF-SI > DRF-SRC-CNT
             IF DRF-S-NAME(DRF-SI) = DRF-CMP-SRC
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF DRF-SI > DRF-SRC-CNT
             IF DRF-SRC-CNT >= 20
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO DRF-SRC-CNT
             MOVE DRF-SRC-CNT TO DRF-SI
             MOVE DRF-CMP-SRC TO DRF-S-NAME(DRF-SI)
             MOVE 0 TO DRF-S-ROWS(DRF-SI) DRF-S-BLANK(DRF-SI)
                       DRF-S-POBOX(DRF-SI) DRF-S-LENSUM(DRF-SI)
                       DRF-S-CTRY-CNT(DRF-SI) DRF-S-CITY-CNT(DRF-SI)
           END-IF.

           ADD 1 TO DRF-S-ROWS(DRF-SI).
           IF FUNCTION TRIM(IF-DATA(3)) = SPACES
             ADD 1 TO DRF-S-BLANK(DRF-SI)
             MOVE "UNKNOWN" TO DRF-CMP-NAME
             PERFORM DRF-CTRY-ADD-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(IF-DATA(3)) TO DRF-LEN.
           ADD DRF-LEN TO DRF-S-LENSUM(DRF-SI).

           MOVE SPACES TO LS-FORMATTER.
           MOVE IF-DATA(3) TO BEFORE-DATA.
           MOVE IF-DATA(3) TO ORIGIN-DATA.
           CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER.
           IF DTLS-LF(28) NOT = SPACES
             ADD 1 TO DRF-S-POBOX(DRF-SI)
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
             TO DRF-CMP-NAME.
           IF DRF-CMP-NAME = SPACES
             MOVE "UNKNOWN" TO DRF-CMP-NAME
           END-IF.
           PERFORM DRF-CTRY-ADD-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(3)))
             TO DRF-CMP-NAME.
           IF DRF-CMP-NAME NOT = SPACES
             PERFORM DRF-CITY-ADD-PARA
           END-IF.

      *******************************************************
      *> 共用段落：本批國別/城市計數 (DRF-CMP-NAME；表滿時
      *> 其餘名稱不計，分布仍以前段名稱為主)
      *******************************************************
       DRF-CTRY-ADD-PARA.
           PERFORM VARYING DRF-CI FROM 1 BY 1
                     UNTIL DRF-CI > DRF-S-CTRY-CNT(DRF-SI)
             IF DRF-S-CTRY-NAME(DRF-SI DRF-CI) = DRF-CMP-NAME
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF DRF-CI > DRF-S-CTRY-CNT(DRF-SI)
             IF DRF-S-CTRY-CNT(DRF-SI) >= 30
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO DRF-S-CTRY-CNT(DRF-SI)
             MOVE DRF-CMP-NAME TO DRF-S-CTRY-NAME(DRF-SI DRF-CI)
             MOVE 0 TO DRF-S-CTRY-ROWS(DRF-SI DRF-CI)
           END-IF.
           ADD 1 TO DRF-S-CTRY-ROWS(DRF-SI DRF-CI).

       DRF-CITY-ADD-PARA.
           PERFORM VARYING DRF-CI FROM 1 BY 1
                     UNTIL DRF-CI > DRF-S-CITY-CNT(DRF-SI)
             IF DRF-S-CITY-NAME(DRF-SI DRF-CI) = DRF-CMP-NAME
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF DRF-CI > DRF-S-CITY-CNT(DRF-SI)
             IF DRF-S-CITY-CNT(DRF-SI) >= 100
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO DRF-S-CITY-CNT(DRF-SI)
             MOVE DRF-CMP-NAME TO DRF-S-CITY-NAME(DRF-SI DRF-CI)
             MOVE 0 TO DRF-S-CITY-ROWS(DRF-SI DRF-CI)
           END-IF.
           ADD 1 TO DRF-S-CITY-ROWS(DRF-SI DRF-CI).

      *******************************************************
      *> 共用段落：單一來源逐項處理 (DRF-SI；DRF-MODE=C 比對
      *> 寫報表，U 併入滾動基準)
      *******************************************************
       DRF-SOURCE-PARA.
           MOVE DRF-S-NAME(DRF-SI) TO DRF-CMP-SRC.
           *> 基準已累積批數 (以 VOLUME 列為準)
           MOVE 0 TO DRF-SRC-BAT.
           MOVE "VOLUME" TO DRF-M-NAME.
           PERFORM DRF-FIND-PARA.
           IF DRF-PI > 0
             MOVE DRF-P-BATCHES(DRF-PI) TO DRF-SRC-BAT
           END-IF.
           IF DRF-MODE = "C" AND DRF-SRC-BAT < CTL-DRIFT-MIN-BAT
             ADD 1 TO DRF-LEARN-CNT
           END-IF.

           MOVE DRF-S-ROWS(DRF-SI) TO DRF-M-CUR.
           MOVE "V" TO DRF-M-KIND.
           MOVE CTL-DRIFT-VOL-PCT TO DRF-M-TOL.
           PERFORM DRF-METRIC-PARA.

           MOVE "S" TO DRF-M-KIND.
           MOVE CTL-DRIFT-SHR-PTS TO DRF-M-TOL.
           MOVE "BLANK-EN-PCT" TO DRF-M-NAME.
           COMPUTE DRF-M-CUR ROUNDED =
             DRF-S-BLANK(DRF-SI) * 100 / DRF-S-ROWS(DRF-SI).
           PERFORM DRF-METRIC-PARA.

           MOVE "POBOX-PCT" TO DRF-M-NAME.
           COMPUTE DRF-M-CUR ROUNDED =
             DRF-S-POBOX(DRF-SI) * 100 / DRF-S-ROWS(DRF-SI).
           PERFORM DRF-METRIC-PARA.

           MOVE 0 TO DRF-MAX-ROWS.
           PERFORM VARYING DRF-CI FROM 1 BY 1
                     UNTIL DRF-CI > DRF-S-CITY-CNT(DRF-SI)
             IF DRF-S-CITY-ROWS(DRF-SI DRF-CI) > DRF-MAX-ROWS
               MOVE DRF-S-CITY-ROWS(DRF-SI DRF-CI) TO DRF-MAX-ROWS
             END-IF
           END-PERFORM.
           MOVE "TOP-CITY-PCT" TO DRF-M-NAME.
           COMPUTE DRF-M-CUR ROUNDED =
             DRF-MAX-ROWS * 100 / DRF-S-ROWS(DRF-SI).
           PERFORM DRF-METRIC-PARA.

           *> 平均地址長度 (僅計英文地址非空白列)
           MOVE "L" TO DRF-M-KIND.
           MOVE CTL-DRIFT-LEN-PCT TO DRF-M-TOL.
           MOVE "AVG-LENGTH" TO DRF-M-NAME.
           IF DRF-S-ROWS(DRF-SI) > DRF-S-BLANK(DRF-SI)
             COMPUTE DRF-M-CUR ROUNDED = DRF-S-LENSUM(DRF-SI)
               / (DRF-S-ROWS(DRF-SI) - DRF-S-BLANK(DRF-SI))
           ELSE
             MOVE 0 TO DRF-M-CUR
           END-IF.
           PERFORM DRF-METRIC-PARA.

           *> 國別分布：本批出現的國別
           MOVE "S" TO DRF-M-KIND.
           MOVE CTL-DRIFT-SHR-PTS TO DRF-M-TOL.
           PERFORM VARYING DRF-CI FROM 1 BY 1
                     UNTIL DRF-CI > DRF-S-CTRY-CNT(DRF-SI)
             MOVE SPACES TO DRF-M-NAME
             STRING
               "COUNTRY-PCT:" DELIMITED BY SIZE
               FUNCTION TRIM(DRF-S-CTRY-NAME(DRF-SI DRF-CI))
                 DELIMITED BY SIZE
               INTO DRF-M-NAME
             END-STRING
             COMPUTE DRF-M-CUR ROUNDED =
               DRF-S-CTRY-ROWS(DRF-SI DRF-CI) * 100
               / DRF-S-ROWS(DRF-SI)
             PERFORM DRF-METRIC-PARA
           END-PERFORM.

           *> 基準有而本批未出現的國別 (本批占比 0)
           MOVE 0 TO DRF-M-CUR.
           PERFORM VARYING DRF-PJ FROM 1 BY 1
                     UNTIL DRF-PJ > DRF-PROF-CNT
             IF DRF-P-SRC(DRF-PJ) = DRF-CMP-SRC
                AND DRF-P-METRIC(DRF-PJ)(1:12) = "COUNTRY-PCT:"
               MOVE "N" TO DRF-FOUND
               PERFORM VARYING DRF-CI FROM 1 BY 1
                         UNTIL DRF-CI > DRF-S-CTRY-CNT(DRF-SI)
                 IF DRF-P-METRIC(DRF-PJ)(13:30) =
                    DRF-S-CTRY-NAME(DRF-SI DRF-CI)
                   MOVE "Y" TO DRF-FOUND
                   EXIT PERFORM
                 END-IF
               END-PERFORM
               IF DRF-FOUND = "N"
                 MOVE DRF-P-METRIC(DRF-PJ) TO DRF-M-NAME
                 MOVE 0 TO DRF-M-CUR
                 PERFORM DRF-METRIC-PARA
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：單項比對或併入 (DRF-M-NAME/KIND/CUR/TOL)
      *> 偏離量：筆數與長度取相對基準的百分比，占比取百分點
      *******************************************************
       DRF-METRIC-PARA.
           PERFORM DRF-FIND-PARA.
           IF DRF-PI > 0
             MOVE DRF-P-VALUE(DRF-PI) TO DRF-M-BASE
           ELSE
             MOVE 0 TO DRF-M-BASE
           END-IF.
           IF DRF-MODE = "U"
             PERFORM DRF-UPDATE-PARA
             EXIT PARAGRAPH
           END-IF.

           IF DRF-M-CUR > DRF-M-BASE
             COMPUTE DRF-M-DEV = DRF-M-CUR - DRF-M-BASE
           ELSE
             COMPUTE DRF-M-DEV = DRF-M-BASE - DRF-M-CUR
           END-IF.
           IF DRF-M-KIND NOT = "S"
             IF DRF-M-BASE > 0
               COMPUTE DRF-M-DEV ROUNDED = DRF-M-DEV * 100 / DRF-M-BASE
                 ON SIZE ERROR
                   MOVE 9999999.99 TO DRF-M-DEV
               END-COMPUTE
             ELSE
               MOVE 0 TO DRF-M-DEV
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN DRF-SRC-BAT < CTL-DRIFT-MIN-BAT
               MOVE "LEARNING" TO DRF-M-RESULT
             WHEN DRF-M-TOL = 0
               MOVE "OFF" TO DRF-M-RESULT
             WHEN DRF-M-DEV > DRF-M-TOL
               MOVE "DRIFT" TO DRF-M-RESULT
               ADD 1 TO DRF-DRIFT-CNT
             WHEN OTHER
               MOVE "OK" TO DRF-M-RESULT
           END-EVALUATE.

           MOVE DRF-M-BASE TO DRF-FMT1.
           MOVE DRF-M-CUR TO DRF-FMT2.
           MOVE DRF-M-DEV TO DRF-FMT3.
           MOVE DRF-M-TOL TO DRF-TOL-FMT.
           MOVE SPACES TO DRF-TXT.
           STRING
             FUNCTION TRIM(DRF-CMP-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DRF-M-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DRF-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DRF-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DRF-FMT3) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DRF-TOL-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DRF-M-RESULT) DELIMITED BY SIZE
             INTO DRF-TXT
           END-STRING.
           MOVE DRF-TXT TO DRIFT-RPT-REC.
           WRITE DRIFT-RPT-REC.

      *******************************************************
      *> 共用段落：本批一項併入滾動基準。新值 = 舊值 + (本批
      *> - 舊值) / K，K 為已累積批數 + 1 (上限 DRF-WINDOW)；
      *> 既有來源新出現的項目以 0 為起點，與其餘項目同步平均
      *******************************************************
       DRF-UPDATE-PARA.
           IF DRF-PI = 0
             IF DRF-PROF-CNT >= 2000
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO DRF-PROF-CNT
             MOVE DRF-PROF-CNT TO DRF-PI
             MOVE DRF-CMP-SRC TO DRF-P-SRC(DRF-PI)
             MOVE DRF-M-NAME TO DRF-P-METRIC(DRF-PI)
             MOVE 0 TO DRF-P-VALUE(DRF-PI)
             MOVE DRF-SRC-BAT TO DRF-P-BATCHES(DRF-PI)
           END-IF.
           IF DRF-P-BATCHES(DRF-PI) < DRF-WINDOW
             COMPUTE DRF-M-K = DRF-P-BATCHES(DRF-PI) + 1
           ELSE
             MOVE DRF-WINDOW TO DRF-M-K
           END-IF.
           COMPUTE DRF-P-VALUE(DRF-PI) ROUNDED = DRF-P-VALUE(DRF-PI)
             + (DRF-M-CUR - DRF-P-VALUE(DRF-PI)) / DRF-M-K.
           IF DRF-P-BATCHES(DRF-PI) < 99999
             ADD 1 TO DRF-P-BATCHES(DRF-PI)
           END-IF.
           MOVE DRF-TODAY TO DRF-P-UPDATED(DRF-PI).
           *> 已淡出的國別 (本批未出現且均值趨近 0) 自輪廓移除
           IF DRF-P-METRIC(DRF-PI)(1:12) = "COUNTRY-PCT:"
              AND DRF-M-CUR = 0
              AND DRF-P-VALUE(DRF-PI) < 0.5
             MOVE SPACES TO DRF-P-SRC(DRF-PI)
           END-IF.

      *******************************************************
      *> 共用段落：滾動基準查找 (DRF-CMP-SRC + DRF-M-NAME，
      *> 找不到時 DRF-PI=0)
      *******************************************************
       DRF-FIND-PARA.
           PERFORM VARYING DRF-PI FROM 1 BY 1
                     UNTIL DRF-PI > DRF-PROF-CNT
             IF DRF-P-SRC(DRF-PI) = DRF-CMP-SRC
                AND DRF-P-METRIC(DRF-PI) = DRF-M-NAME
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           MOVE 0 TO DRF-PI.

      *******************************************************
      *> 共用段落：滾動基準載入/重寫 (SourceProfile.csv；
      *> 檔案不存在視為全部來源尚無基準)
      *******************************************************
       DRF-LOAD-PARA.
           MOVE 0 TO DRF-PROF-CNT.
           OPEN INPUT DRIFT-PROF-FILE.
           IF DRF-PROF-STATUS NOT = "00"
             MOVE "00" TO DRF-PROF-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DRF-PROF-STATUS NOT = "00"
             READ DRIFT-PROF-FILE
               AT END
                 MOVE "10" TO DRF-PROF-STATUS
               NOT AT END
                 IF FUNCTION TRIM(DRIFT-PROF-REC) NOT = SPACES
                    AND DRIFT-PROF-REC(1:1) NOT = "*"
                    AND DRIFT-PROF-REC(1:14) NOT = "SOURCE_SYSTEM;"
                    AND DRF-PROF-CNT < 2000
                   MOVE SPACES TO DRF-TOK(1) DRF-TOK(2) DRF-TOK(3)
                                  DRF-TOK(4) DRF-TOK(5)
                   UNSTRING DRIFT-PROF-REC DELIMITED BY ";"
                       INTO DRF-TOK(1) DRF-TOK(2) DRF-TOK(3)
                            DRF-TOK(4) DRF-TOK(5)
                   ADD 1 TO DRF-PROF-CNT
                   MOVE DRF-TOK(1) TO DRF-P-SRC(DRF-PROF-CNT)
                   MOVE DRF-TOK(2) TO DRF-P-METRIC(DRF-PROF-CNT)
                   MOVE 0 TO DRF-P-VALUE(DRF-PROF-CNT)
                             DRF-P-BATCHES(DRF-PROF-CNT)
                   IF FUNCTION TRIM(DRF-TOK(3)) NOT = SPACES
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(DRF-TOK(3)))
                       TO DRF-P-VALUE(DRF-PROF-CNT)
                   END-IF
                   IF FUNCTION TRIM(DRF-TOK(4)) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(DRF-TOK(4)))
                       TO DRF-P-BATCHES(DRF-PROF-CNT)
                   END-IF
                   MOVE DRF-TOK(5) TO DRF-P-UPDATED(DRF-PROF-CNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DRIFT-PROF-FILE.
           MOVE "00" TO DRF-PROF-STATUS.

       DRF-SAVE-PARA.
           OPEN OUTPUT DRIFT-PROF-FILE.
           MOVE "SOURCE_SYSTEM;METRIC;VALUE;BATCHES;UPDATED"
             TO DRIFT-PROF-REC.
           WRITE DRIFT-PROF-REC.
           PERFORM VARYING DRF-PI FROM 1 BY 1
                     UNTIL DRF-PI > DRF-PROF-CNT
             IF DRF-P-SRC(DRF-PI) NOT = SPACES
               MOVE DRF-P-VALUE(DRF-PI) TO DRF-FMT1
               MOVE DRF-P-BATCHES(DRF-PI) TO DRF-CNT-FMT
               MOVE SPACES TO DRF-TXT
               STRING
                 FUNCTION TRIM(DRF-P-SRC(DRF-PI)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DRF-P-METRIC(DRF-PI)) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DRF-FMT1) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DRF-CNT-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DRF-P-UPDATED(DRF-PI)) DELIMITED BY SIZE
                 INTO DRF-TXT
               END-STRING
               MOVE DRF-TXT TO DRIFT-PROF-REC
               WRITE DRIFT-PROF-REC
             END-IF
           END-PERFORM.
           CLOSE DRIFT-PROF-FILE.

      *******************************************************
      *> 共用段落：異動事件一筆 (CF-EVT=ADD/UPDATE/DELETE)
      *******************************************************
       CF-EVENT-PARA.
           ADD 1 TO CF-SEQ.
           MOVE SPACES TO CF-TXT.
           STRING
             CF-SEQ DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             LOCK-NOW-TS DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CF-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CF-EVT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CF-ADDR) DELIMITED BY SIZE
             INTO CF-TXT
           END-STRING.
           MOVE CF-TXT TO CHGFEED-REC.
           WRITE CHGFEED-REC.

      *******************************************************
      *> 共用段落：單一訂閱者差異檔 (序號大於其游標的事件)
      *******************************************************
       SUB-DELTA-PARA.
           MOVE SPACES TO SUB-DELTA-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "ChangeFeed_" DELIMITED BY SIZE
             FUNCTION TRIM(SUB-NAME(SUB-I)) DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO SUB-DELTA-PATH
           END-STRING.
           OPEN OUTPUT SUBDELTA-FILE.
           MOVE "SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS"
             TO SUBDELTA-REC.
           WRITE SUBDELTA-REC.
           MOVE 0 TO SUB-DELTA-CNT.
           OPEN INPUT CHGFEED-FILE.
           IF CF-STATUS = "00"
             PERFORM UNTIL CF-STATUS NOT = "00"
               READ CHGFEED-FILE
                 AT END
                   MOVE "10" TO CF-STATUS
                 NOT AT END
                   IF CHGFEED-REC(1:4) NOT = "SEQ;"
                      AND FUNCTION TRIM(CHGFEED-REC) NOT = SPACES
                     MOVE SPACES TO CF-SEQ-TXT
                     UNSTRING CHGFEED-REC DELIMITED BY ";"
                         INTO CF-SEQ-TXT
                     IF FUNCTION TRIM(CF-SEQ-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(
                              FUNCTION TRIM(CF-SEQ-TXT))
                         TO SUB-ROW-SEQ
                       IF SUB-ROW-SEQ > SUB-ACK-SEQ(SUB-I)
                         ADD 1 TO SUB-DELTA-CNT
                         IF TKN-ACTIVE = "Y"
                           PERFORM SUB-TOKEN-ROW-PARA
                         ELSE
                           MOVE CHGFEED-REC TO SUBDELTA-REC
                         END-IF
                         WRITE SUBDELTA-REC
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CHGFEED-FILE
           END-IF.
           MOVE "00" TO CF-STATUS.
           CLOSE SUBDELTA-FILE.
           MOVE SUB-DELTA-CNT TO SUB-DELTA-FMT.
           MOVE "ADR0017I" TO RST-LAST-MSG
           DISPLAY "ADR0017I DELTA FOR SUBSCRIBER "
             FUNCTION TRIM(SUB-NAME(SUB-I)) ": "
             FUNCTION TRIM(SUB-DELTA-FMT) " EVENTS".

      *******************************************************
      *> 共用段落：差異檔一列改帶該訂閱者專屬代號
      *> (SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS，第 3 欄
      *> 換成代號，其餘照抄；MERGED 事件第 5 欄為存續者
      *> CUSTOMER_ID，同樣換成該訂閱者的代號)
      *******************************************************
       SUB-TOKEN-ROW-PARA.
           MOVE SPACES TO CF-SEQ-TXT SUB-TK-TS SUB-TK-CUST SUB-TK-REST.
           MOVE 1 TO SUB-TK-PTR.
           UNSTRING CHGFEED-REC DELIMITED BY ";"
               INTO CF-SEQ-TXT SUB-TK-TS SUB-TK-CUST
               WITH POINTER SUB-TK-PTR
           END-UNSTRING.
           IF SUB-TK-PTR <= LENGTH OF CHGFEED-REC
             MOVE CHGFEED-REC(SUB-TK-PTR:) TO SUB-TK-REST
           END-IF.
           MOVE SUB-NAME(SUB-I) TO TKN-PARTNER.
           MOVE FUNCTION TRIM(SUB-TK-CUST) TO TKN-CUSTID.
           PERFORM TKN-ISSUE-PARA.
           MOVE TKN-TOKEN TO SUB-TK-CUST-TK.

           MOVE SPACES TO SUB-TK-EVT SUB-TK-NEW.
           UNSTRING SUB-TK-REST DELIMITED BY ";"
               INTO SUB-TK-EVT SUB-TK-NEW
           END-UNSTRING.
           IF FUNCTION TRIM(SUB-TK-EVT) = "MERGED"
              AND SUB-TK-NEW NOT = SPACES
             MOVE SUB-NAME(SUB-I) TO TKN-PARTNER
             MOVE FUNCTION TRIM(SUB-TK-NEW) TO TKN-CUSTID
             PERFORM TKN-ISSUE-PARA
             MOVE SPACES TO SUB-TK-REST
             STRING
               FUNCTION TRIM(SUB-TK-EVT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TKN-TOKEN) DELIMITED BY SIZE
               INTO SUB-TK-REST
             END-STRING
           END-IF.
           MOVE SPACES TO SUBDELTA-REC.
           STRING
             FUNCTION TRIM(CF-SEQ-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SUB-TK-TS) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SUB-TK-CUST-TK) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SUB-TK-REST) DELIMITED BY SIZE
             INTO SUBDELTA-REC
           END-STRING.

      *******************************************************
      *> 共用段落：取夥伴專屬代號 (TKN-PARTNER/TKN-CUSTID 已填)
      *> 保管庫寫入失敗時不得退回真實 ID 交付，中止執行
      *******************************************************
       TKN-ISSUE-PARA.
           MOVE "TOKENIZE" TO TKN-OP.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.
           IF TKN-RESULT = "E"
             MOVE "ADR0101E" TO RST-LAST-MSG
             DISPLAY "ADR0101E RUN STOPPED: TOKEN VAULT UNAVAILABLE "
               "FOR PARTNER " FUNCTION TRIM(TKN-PARTNER)
             PERFORM LOCK-RELEASE-PARA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF TKN-NEW = "Y"
             ADD 1 TO TKN-ISSUED-CNT
           END-IF.

      *******************************************************
      *> 共用段落：品質抽驗單筆取樣
      *******************************************************
       QA-SAMPLE-PARA.
           IF DTLS-LF(2) = SPACES
             MOVE "UNKNOWN" TO QA-CMP
           ELSE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
               TO QA-CMP
           END-IF.
           MOVE 0 TO QA-FOUND.
           PERFORM VARYING QA-I FROM 1 BY 1
                     UNTIL QA-I > QA-CTRY-COUNT
             IF QA-CTRY(QA-I) = QA-CMP
               MOVE QA-I TO QA-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF QA-FOUND = 0 AND QA-CTRY-COUNT < 300
             ADD 1 TO QA-CTRY-COUNT
             MOVE QA-CMP TO QA-CTRY(QA-CTRY-COUNT)
             MOVE 0 TO QA-CTRY-CNT(QA-CTRY-COUNT)
             MOVE QA-CTRY-COUNT TO QA-FOUND
           END-IF.
           IF QA-FOUND = 0
             EXIT PARAGRAPH
           END-IF.
           IF QA-CTRY-CNT(QA-FOUND) >= CTL-QA-SAMPLE
             EXIT PARAGRAPH
           END-IF.

           *> 線性同餘亂數打散，避免樣本全部集中在檔首
           COMPUTE QA-SEED = FUNCTION MOD(
             QA-SEED * 16807, 2147483647).
           IF FUNCTION MOD(QA-SEED, 4) NOT = 0
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO QA-CTRY-CNT(QA-FOUND).
           MOVE SPACES TO QA-TXT.
           STRING
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(3)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(5)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ERROR-CODES) DELIMITED BY SIZE
             INTO QA-TXT
           END-STRING.
           MOVE QA-TXT TO QA-SAMPLE-REC.
           WRITE QA-SAMPLE-REC.

      *******************************************************
      *> 共用段落：人工處置檔匯入 (跨執行累計缺陷率)
      *> 處置檔每列：CUSTOMER_ID;國家;PASS/FAIL;原因;規則群組
      *> 匯入後重寫 QA_Stats.csv 並將處置檔歸檔避免重複累計
      *******************************************************
       QA-DISP-INGEST-PARA.
           *> 既有累計載入
           MOVE 0 TO QA-S-COUNT.
           OPEN INPUT QA-STATS-FILE.
           IF QA-STATS-STATUS = "00"
             PERFORM UNTIL QA-STATS-STATUS NOT = "00"
               READ QA-STATS-FILE
                 AT END
                   MOVE "10" TO QA-STATS-STATUS
                 NOT AT END
                   IF QA-S-COUNT < 500
                      AND QA-STATS-REC(1:5) NOT = "TYPE;"
                      AND FUNCTION TRIM(QA-STATS-REC) NOT = SPACES
                     MOVE SPACES TO QA-S-TOK(1) QA-S-TOK(2)
                                    QA-S-TOK(3) QA-S-TOK(4)
                     UNSTRING QA-STATS-REC DELIMITED BY ";"
                         INTO QA-S-TOK(1) QA-S-TOK(2)
                              QA-S-TOK(3) QA-S-TOK(4)
                     ADD 1 TO QA-S-COUNT
                     MOVE QA-S-TOK(1)(1:7)
                       TO QA-S-TYPE(QA-S-COUNT)
                     MOVE QA-S-TOK(2)(1:35)
                       TO QA-S-KEY(QA-S-COUNT)
                     MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(QA-S-TOK(3)))
                       TO QA-S-REV(QA-S-COUNT)
                     MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(QA-S-TOK(4)))
                       TO QA-S-FAIL(QA-S-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE QA-STATS-FILE
             MOVE "00" TO QA-STATS-STATUS
           END-IF.

           *> 處置檔匯入
           MOVE 0 TO QA-DISP-CNT.
           OPEN INPUT QA-DISP-FILE.
           IF QA-DISP-STATUS NOT = "00"
             MOVE "00" TO QA-DISP-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL QA-DISP-STATUS NOT = "00"
             READ QA-DISP-FILE
               AT END
                 MOVE "10" TO QA-DISP-STATUS
               NOT AT END
                 IF FUNCTION TRIM(QA-DISP-REC) NOT = SPACES
                    AND QA-DISP-REC(1:1) NOT = "*"
                    AND QA-DISP-REC(1:12) NOT = "CUSTOMER_ID;"
                   MOVE SPACES TO QA-S-TOK(1) QA-S-TOK(2)
                                  QA-S-TOK(3) QA-S-TOK(4)
                                  QA-S-TOK(5)
                   UNSTRING QA-DISP-REC DELIMITED BY ";"
                       INTO QA-S-TOK(1) QA-S-TOK(2) QA-S-TOK(3)
                            QA-S-TOK(4) QA-S-TOK(5)
                   ADD 1 TO QA-DISP-CNT
                   MOVE "COUNTRY" TO QA-S-TOK(1)
                   PERFORM QA-STATS-ADD-PARA
                   IF FUNCTION TRIM(QA-S-TOK(5)) NOT = SPACES
                     MOVE QA-S-TOK(5) TO QA-S-TOK(2)
                     MOVE "GROUP" TO QA-S-TOK(1)
                     PERFORM QA-STATS-ADD-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE QA-DISP-FILE.
           MOVE "00" TO QA-DISP-STATUS.

           *> 累計回寫並歸檔處置檔
           OPEN OUTPUT QA-STATS-FILE.
           MOVE "TYPE;KEY;REVIEWED;DEFECTS" TO QA-STATS-REC.
           WRITE QA-STATS-REC.
           PERFORM VARYING QA-I FROM 1 BY 1 UNTIL QA-I > QA-S-COUNT
             MOVE QA-S-REV(QA-I) TO QA-S-FMT1
             MOVE QA-S-FAIL(QA-I) TO QA-S-FMT2
             MOVE SPACES TO QA-TXT
             STRING
               FUNCTION TRIM(QA-S-TYPE(QA-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(QA-S-KEY(QA-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(QA-S-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(QA-S-FMT2) DELIMITED BY SIZE
               INTO QA-TXT
             END-STRING
             MOVE QA-TXT(1:120) TO QA-STATS-REC
             WRITE QA-STATS-REC
           END-PERFORM.
           CLOSE QA-STATS-FILE.
           MOVE "00" TO QA-STATS-STATUS.

           CALL "CBL_CREATE_DIR"
             USING FUNCTION TRIM(CTL-ARCHIVE-DIR).
           MOVE SPACES TO UND-ARCH-PATH.
           STRING
             FUNCTION TRIM(CTL-ARCHIVE-DIR) DELIMITED BY SIZE
             LOCK-NOW-TS DELIMITED BY SIZE
             "_QA_Disposition.csv" DELIMITED BY SIZE
             INTO UND-ARCH-PATH
           END-STRING.
           MOVE "input\QA_Disposition.csv" TO MANIFEST-FILE-PATH.
           CALL "CBL_RENAME_FILE" USING MANIFEST-FILE-PATH
             UND-ARCH-PATH RETURNING ARCHIVE-RC.
           MOVE "ADR0016I" TO RST-LAST-MSG
           DISPLAY "ADR0016I QA DISPOSITIONS INGESTED: " QA-DISP-CNT.

      *******************************************************
      *> 共用段落：缺陷率累計一筆 (QA-S-TOK(1)=型別、(2)=鍵、
      *> (3)=PASS/FAIL)
      *******************************************************
       QA-STATS-ADD-PARA.
           MOVE 0 TO QA-FOUND.
           PERFORM VARYING QA-I FROM 1 BY 1 UNTIL QA-I > QA-S-COUNT
             IF QA-S-TYPE(QA-I) = QA-S-TOK(1)(1:7)
                AND QA-S-KEY(QA-I) =
                    FUNCTION UPPER-CASE(QA-S-TOK(2))
               MOVE QA-I TO QA-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF QA-FOUND = 0 AND QA-S-COUNT < 500
             ADD 1 TO QA-S-COUNT
             MOVE QA-S-TOK(1)(1:7) TO QA-S-TYPE(QA-S-COUNT)
             MOVE FUNCTION UPPER-CASE(QA-S-TOK(2))
               TO QA-S-KEY(QA-S-COUNT)
             MOVE 0 TO QA-S-REV(QA-S-COUNT)
             MOVE 0 TO QA-S-FAIL(QA-S-COUNT)
             MOVE QA-S-COUNT TO QA-FOUND
           END-IF.
           IF QA-FOUND > 0
             ADD 1 TO QA-S-REV(QA-FOUND)
             IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(QA-S-TOK(3))) = "FAIL"
               ADD 1 TO QA-S-FAIL(QA-FOUND)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：CBPR+ 網路規則檢核 (CBPRPLUS 欄位已填妥)
      *> 違規逐項寫入 CBPR_Violations.csv 並將 CBPR-OK 設 N
      *******************************************************
       CBPR-CHECK-PARA.
           *> 逐元素長度上限 (以來源欄位去尾空白長度判斷，
           *> 避免截斷後默默過關)
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(5)) > 70
             MOVE "StrtNm" TO CBPR-ELEM
             MOVE "LENGTH OVER 70" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(9)) > 16
             MOVE "BldgNb" TO CBPR-ELEM
             MOVE "LENGTH OVER 16" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(14)) > 35
             MOVE "BldgNm" TO CBPR-ELEM
             MOVE "LENGTH OVER 35" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(1)) > 16
             MOVE "PstCd" TO CBPR-ELEM
             MOVE "LENGTH OVER 16" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(3)) > 35
             MOVE "TwnNm" TO CBPR-ELEM
             MOVE "LENGTH OVER 35" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(4)) > 35
             MOVE "DstrctNm" TO CBPR-ELEM
             MOVE "LENGTH OVER 35" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           *> 逐字覆寫件每行各為一個 AdrLine (每行至多 60 字)
           IF LENGTH OF FUNCTION TRIM(DTLS-LF(23)) > 70
              AND OVR-OUT NOT = "Y"
             MOVE "AdrLine" TO CBPR-ELEM
             MOVE "LENGTH OVER 70" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.

           *> 條件規則：城鎮與國別必在 (CBPR+ 結構化地址要求)
           IF TOWN-NAME = SPACES
             MOVE "TwnNm" TO CBPR-ELEM
             MOVE "TOWN NAME REQUIRED" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF NOT (COUNTRY(1:2) IS ALPHABETIC
                   AND COUNTRY NOT = SPACES)
             MOVE "Ctry" TO CBPR-ELEM
             MOVE "COUNTRY CODE NOT 2-ALPHA" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.
           IF BUILDING-NUMBER NOT = SPACES
              AND STREET-NAME = SPACES
             MOVE "BldgNb" TO CBPR-ELEM
             MOVE "BUILDING NO WITHOUT STREET" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.

           *> 限定字元集 (FIN 類：英數、空白與 /-?:().,'+)
           MOVE STREET-NAME TO CBPR-VAL.
           MOVE "StrtNm" TO CBPR-ELEM.
           PERFORM CBPR-CHARSET-PARA.
           MOVE TOWN-NAME TO CBPR-VAL.
           MOVE "TwnNm" TO CBPR-ELEM.
           PERFORM CBPR-CHARSET-PARA.
           IF OVR-OUT = "Y"
             PERFORM VARYING OVR-I FROM 1 BY 1
                       UNTIL OVR-I > OVR-OUT-CNT
               MOVE OVR-OUT-LINE(OVR-I) TO CBPR-VAL
               MOVE "AdrLine" TO CBPR-ELEM
               PERFORM CBPR-CHARSET-PARA
             END-PERFORM
           ELSE
             MOVE ADDRESS-LINE TO CBPR-VAL
             MOVE "AdrLine" TO CBPR-ELEM
             PERFORM CBPR-CHARSET-PARA
           END-IF.

      *******************************************************
      *> 共用段落：限定字元集掃描 (CBPR-VAL / CBPR-ELEM)
      *******************************************************
       CBPR-CHARSET-PARA.
           MOVE "Y" TO CBPR-CHAR-OK.
           MOVE LENGTH OF FUNCTION TRIM(CBPR-VAL) TO CBPR-VLEN.
           PERFORM VARYING CBPR-K FROM 1 BY 1
                     UNTIL CBPR-K > CBPR-VLEN
                        OR CBPR-CHAR-OK = "N"
             MOVE CBPR-VAL(CBPR-K:1) TO CBPR-CH
             COMPUTE CBPR-CODE = FUNCTION ORD(CBPR-CH) - 1
             IF NOT ((CBPR-CH >= "0" AND CBPR-CH <= "9") OR
                     (CBPR-CH >= "A" AND CBPR-CH <= "Z") OR
                     (CBPR-CH >= "a" AND CBPR-CH <= "z") OR
                     CBPR-CH = SPACE OR CBPR-CH = "/" OR
                     CBPR-CH = "-" OR CBPR-CH = "?" OR
                     CBPR-CH = ":" OR CBPR-CH = "(" OR
                     CBPR-CH = ")" OR CBPR-CH = "." OR
                     CBPR-CH = "," OR CBPR-CH = "+" OR
                     CBPR-CH = "'")
               MOVE "N" TO CBPR-CHAR-OK
             END-IF
           END-PERFORM.
           IF CBPR-CHAR-OK = "N"
             MOVE "CHARACTER OUTSIDE REPERTOIRE" TO CBPR-RULE
             PERFORM CBPR-VIO-PARA
           END-IF.

      *******************************************************
      *> 共用段落：違規一列寫出
      *******************************************************
       CBPR-VIO-PARA.
           MOVE "N" TO CBPR-OK.
           ADD 1 TO CBPR-VIO-CNT.
           MOVE SPACES TO CBPR-TXT.
           STRING
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CBPR-ELEM) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CBPR-RULE) DELIMITED BY SIZE
             INTO CBPR-TXT
           END-STRING.
           MOVE CBPR-TXT TO CBPRV-REC.
           WRITE CBPRV-REC.

      *******************************************************
      *> 共用段落：RFC 4180 逗號檔拆分 (IN-FILE-REC ->
      *> IF-DATA(1..7))：引號內的逗號不分欄，引號內成對
      *> 雙引號還原為單一引號；引號內換行本系統不支援
      *> (整筆須在同一實體列)
      *******************************************************
       RFC-SPLIT-PARA.
           MOVE "N" TO RFC-IN-QUOTES.
           MOVE 1 TO RFC-FLD-IDX.
           MOVE 1 TO RFC-FIELD-CNT.
           MOVE 0 TO RFC-POS.
           MOVE LENGTH OF FUNCTION TRIM(IN-FILE-REC) TO RFC-LEN.
           MOVE 1 TO RFC-K.
           PERFORM UNTIL RFC-K > RFC-LEN
             MOVE IN-FILE-REC(RFC-K:1) TO RFC-CH
             EVALUATE TRUE
               WHEN RFC-CH = '"' AND RFC-IN-QUOTES = "N"
                 MOVE "Y" TO RFC-IN-QUOTES
                 ADD 1 TO RFC-K
               WHEN RFC-CH = '"' AND RFC-IN-QUOTES = "Y"
                    AND RFC-K < RFC-LEN
                    AND IN-FILE-REC(RFC-K + 1:1) = '"'
                 *> 引號內成對雙引號 -> 單一引號
                 ADD 1 TO RFC-POS
                 MOVE '"' TO IF-DATA(RFC-FLD-IDX)(RFC-POS:1)
                 ADD 2 TO RFC-K
               WHEN RFC-CH = '"'
                 MOVE "N" TO RFC-IN-QUOTES
                 ADD 1 TO RFC-K
               WHEN RFC-CH = "," AND RFC-IN-QUOTES = "N"
                 IF RFC-FLD-IDX < 7
                   ADD 1 TO RFC-FLD-IDX
                   ADD 1 TO RFC-FIELD-CNT
                 END-IF
                 MOVE 0 TO RFC-POS
                 ADD 1 TO RFC-K
               WHEN OTHER
                 ADD 1 TO RFC-POS
                 MOVE RFC-CH TO IF-DATA(RFC-FLD-IDX)(RFC-POS:1)
                 ADD 1 TO RFC-K
             END-EVALUATE
           END-PERFORM.

      *******************************************************
      *> 共用段落：ISO 20022 PostalAddress 逐行解析
      *> (畸形元素送 Reject_Data.csv 附行號)
      *******************************************************
       XMLIN-LINE-PARA.
           MOVE 0 TO XMLIN-P1.
           INSPECT IN-FILE-REC TALLYING XMLIN-P1
             FOR ALL "<PstlAdr".
           IF XMLIN-P1 > 0
             IF XMLIN-IN = "Y"
               *> 前一元素未收尾即再起始：前一筆退回
               MOVE "UNTERMINATED ELEMENT" TO XMLIN-REASON
               PERFORM XMLIN-REJECT-PARA
             END-IF
             MOVE "Y" TO XMLIN-IN
             MOVE "N" TO XMLIN-BAD
             MOVE SPACES TO CBPRPLUS-IN
             *> CustId 屬性值擷取
             MOVE 0 TO XMLIN-P1
             INSPECT IN-FILE-REC TALLYING XMLIN-P1
               FOR CHARACTERS BEFORE INITIAL 'CustId="'
             IF XMLIN-P1 < 1990
               COMPUTE XMLIN-P1 = XMLIN-P1 + 9
               MOVE 0 TO XMLIN-O
               PERFORM VARYING XMLIN-K FROM XMLIN-P1 BY 1
                         UNTIL XMLIN-K > 2000
                            OR IN-FILE-REC(XMLIN-K:1) = '"'
                 ADD 1 TO XMLIN-O
                 IF XMLIN-O <= 15
                   MOVE IN-FILE-REC(XMLIN-K:1)
                     TO CBI-CUSTOMER-ID(XMLIN-O:1)
                 END-IF
               END-PERFORM
             END-IF
             IF FUNCTION TRIM(CBI-CUSTOMER-ID) = SPACES
               MOVE "Y" TO XMLIN-BAD
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO XMLIN-P1.
           INSPECT IN-FILE-REC TALLYING XMLIN-P1
             FOR ALL "</PstlAdr>".
           IF XMLIN-P1 > 0
             IF XMLIN-IN = "Y"
               IF XMLIN-BAD = "Y"
                 MOVE "MISSING OR EMPTY CUSTID" TO XMLIN-REASON
                 PERFORM XMLIN-REJECT-PARA
               ELSE
                 MOVE "Y" TO XMLIN-READY
               END-IF
               MOVE "N" TO XMLIN-IN
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF XMLIN-IN NOT = "Y"
              OR FUNCTION TRIM(IN-FILE-REC) = SPACES
             EXIT PARAGRAPH
           END-IF.

           *> 單行元素 <Tag>值</Tag>
           MOVE 0 TO XMLIN-P1.
           INSPECT IN-FILE-REC TALLYING XMLIN-P1
             FOR CHARACTERS BEFORE INITIAL "<".
           MOVE 0 TO XMLIN-P2.
           INSPECT IN-FILE-REC TALLYING XMLIN-P2
             FOR CHARACTERS BEFORE INITIAL ">".
           IF XMLIN-P1 >= 1990 OR XMLIN-P2 >= 1990
              OR XMLIN-P2 <= XMLIN-P1 + 1
             MOVE "UNPARSABLE ELEMENT LINE" TO XMLIN-REASON
             PERFORM XMLIN-REJECT-PARA
             MOVE "N" TO XMLIN-IN
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO XMLIN-TAG.
           COMPUTE XMLIN-LEN = XMLIN-P2 - XMLIN-P1 - 1.
           IF XMLIN-LEN > 20
             MOVE 20 TO XMLIN-LEN
           END-IF.
           MOVE IN-FILE-REC(XMLIN-P1 + 2:XMLIN-LEN) TO XMLIN-TAG.

           *> 元素值：">" 之後至 "</" 之前
           MOVE SPACES TO XMLIN-VAL.
           MOVE 0 TO XMLIN-O.
           COMPUTE XMLIN-K = XMLIN-P2 + 2.
           PERFORM VARYING XMLIN-K FROM XMLIN-K BY 1
                     UNTIL XMLIN-K > 1999
                        OR IN-FILE-REC(XMLIN-K:2) = "</"
             ADD 1 TO XMLIN-O
             IF XMLIN-O <= 400
               MOVE IN-FILE-REC(XMLIN-K:1) TO XMLIN-VAL(XMLIN-O:1)
             END-IF
           END-PERFORM.
           PERFORM XMLIN-UNESC-PARA.

           EVALUATE FUNCTION TRIM(XMLIN-TAG)
             WHEN "Dept"
               MOVE XMLIN-VAL(1:70) TO CBI-DEPARTMENT
             WHEN "SubDept"
               MOVE XMLIN-VAL(1:70) TO CBI-SUB-DEPARTMENT
             WHEN "StrtNm"
               MOVE XMLIN-VAL(1:70) TO CBI-STREET-NAME
             WHEN "BldgNb"
               MOVE XMLIN-VAL(1:16) TO CBI-BUILDING-NUMBER
             WHEN "BldgNm"
               MOVE XMLIN-VAL(1:35) TO CBI-BUILDING-NAME
             WHEN "Flr"
               MOVE XMLIN-VAL(1:70) TO CBI-FLOOR
             WHEN "PstBx"
               MOVE XMLIN-VAL(1:16) TO CBI-POST-BOX
             WHEN "Room"
               MOVE XMLIN-VAL(1:70) TO CBI-ROOM
             WHEN "PstCd"
               MOVE XMLIN-VAL(1:16) TO CBI-POST-CODE
             WHEN "TwnNm"
               MOVE XMLIN-VAL(1:35) TO CBI-TOWN-NAME
             WHEN "TwnLctnNm"
               MOVE XMLIN-VAL(1:35) TO CBI-TOWN-LOC-NAME
             WHEN "DstrctNm"
               MOVE XMLIN-VAL(1:35) TO CBI-DISTRICT-NAME
             WHEN "CtrySubDvsn"
               MOVE XMLIN-VAL(1:35) TO CBI-CTRY-SUB-DIV
             WHEN "Ctry"
               MOVE XMLIN-VAL(1:2) TO CBI-COUNTRY
             WHEN "AdrLine"
               MOVE XMLIN-VAL(1:70) TO CBI-ADDRESS-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *******************************************************
      *> 共用段落：XML 實體參照還原 (XMLIN-VAL 原地置換)
      *******************************************************
       XMLIN-UNESC-PARA.
           MOVE LENGTH OF FUNCTION TRIM(XMLIN-VAL) TO XMLIN-LEN.
           MOVE SPACES TO XMLIN-OUT.
           MOVE 0 TO XMLIN-O.
           MOVE 1 TO XMLIN-K.
           PERFORM UNTIL XMLIN-K > XMLIN-LEN OR XMLIN-O >= 400
             EVALUATE TRUE
               WHEN XMLIN-K + 4 <= XMLIN-LEN
                    AND XMLIN-VAL(XMLIN-K:5) = "&amp;"
                 ADD 1 TO XMLIN-O
                 MOVE "&" TO XMLIN-OUT(XMLIN-O:1)
                 ADD 5 TO XMLIN-K
               WHEN XMLIN-K + 3 <= XMLIN-LEN
                    AND XMLIN-VAL(XMLIN-K:4) = "&lt;"
                 ADD 1 TO XMLIN-O
                 MOVE "<" TO XMLIN-OUT(XMLIN-O:1)
                 ADD 4 TO XMLIN-K
               WHEN XMLIN-K + 3 <= XMLIN-LEN
                    AND XMLIN-VAL(XMLIN-K:4) = "&gt;"
                 ADD 1 TO XMLIN-O
                 MOVE ">" TO XMLIN-OUT(XMLIN-O:1)
                 ADD 4 TO XMLIN-K
               WHEN OTHER
                 ADD 1 TO XMLIN-O
                 MOVE XMLIN-VAL(XMLIN-K:1)
                   TO XMLIN-OUT(XMLIN-O:1)
                 ADD 1 TO XMLIN-K
             END-EVALUATE
           END-PERFORM.
           MOVE XMLIN-OUT TO XMLIN-VAL.

      *******************************************************
      *> 共用段落：畸形 PostalAddress 元素退回 (附行號)
      *******************************************************
       XMLIN-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           MOVE RECNO TO REJ-LINE-FMT.
           MOVE SPACES TO REJ-TXT.
           STRING
             FUNCTION TRIM(REJ-LINE-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(IN-FILE-REC(1:500)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(XMLIN-REASON) DELIMITED BY SIZE
             INTO REJ-TXT
           END-STRING.
           MOVE REJ-TXT TO REJECT-REC.
           WRITE REJECT-REC.

      *******************************************************
      *> 共用段落：郵遞分揀條碼組成 (PSRT-CTRY/PSRT-ZIP/
      *> PRESORT-SEQ -> BC-STR)；末位為 MOD-10 檢核碼
      *> (自左起以 3/1 交替加權，取 10 的補數)
      *******************************************************
       BARCODE-BUILD-PARA.
           *> 國別雜湊 3 位 (國名各字元 ORD 加總取餘數)
           MOVE 0 TO BC-SUM.
           MOVE LENGTH OF FUNCTION TRIM(PSRT-CTRY) TO BC-LEN.
           PERFORM VARYING BC-I FROM 1 BY 1 UNTIL BC-I > BC-LEN
             COMPUTE BC-SUM = FUNCTION MOD(
               BC-SUM + FUNCTION ORD(PSRT-CTRY(BC-I:1)), 1000)
           END-PERFORM.
           MOVE BC-SUM TO BC-CTRY-HASH.

           *> 郵遞區號數字 5 位 (僅取數字字元，不足補零)
           MOVE "00000" TO BC-ZIP.
           MOVE 0 TO BC-ZLEN.
           MOVE LENGTH OF FUNCTION TRIM(PSRT-ZIP) TO BC-LEN.
           PERFORM VARYING BC-I FROM 1 BY 1
                     UNTIL BC-I > BC-LEN OR BC-ZLEN >= 5
             IF PSRT-ZIP(BC-I:1) IS NUMERIC
               ADD 1 TO BC-ZLEN
               MOVE PSRT-ZIP(BC-I:1) TO BC-ZIP(BC-ZLEN:1)
             END-IF
           END-PERFORM.

           MOVE PRESORT-SEQ TO BC-SEQ.
           MOVE SPACES TO BC-STR.
           STRING
             BC-CTRY-HASH DELIMITED BY SIZE
             BC-ZIP DELIMITED BY SIZE
             BC-SEQ DELIMITED BY SIZE
             INTO BC-STR
           END-STRING.

           *> MOD-10 檢核碼
           MOVE 0 TO BC-SUM.
           PERFORM VARYING BC-I FROM 1 BY 1 UNTIL BC-I > 15
             COMPUTE BC-D =
               FUNCTION ORD(BC-STR(BC-I:1)) - FUNCTION ORD("0")
             IF FUNCTION MOD(BC-I, 2) = 1
               COMPUTE BC-SUM = BC-SUM + BC-D * 3
             ELSE
               COMPUTE BC-SUM = BC-SUM + BC-D
             END-IF
           END-PERFORM.
           COMPUTE BC-CD = FUNCTION MOD(10 - FUNCTION MOD(BC-SUM, 10),
             10).
           MOVE BC-CD TO BC-STR(16:1).

      *******************************************************
      *> 共用段落：歸戶正規化鍵 (COA-NORM-IN -> COA-NORM-OUT)
      *> 與住戶歸戶同一正規化：轉大寫、僅留英數、前 200 碼
      *******************************************************
       COA-NORM-PARA.
           MOVE SPACES TO COA-NORM-OUT.
           MOVE 0 TO COA-NORM-POS.
           MOVE LENGTH OF FUNCTION TRIM(COA-NORM-IN)
             TO COA-NORM-LEN.
           PERFORM VARYING COA-NORM-K FROM 1 BY 1
                     UNTIL COA-NORM-K > COA-NORM-LEN
                        OR COA-NORM-POS >= 200
             MOVE COA-NORM-IN(COA-NORM-K:1) TO COA-NORM-CH
             IF (COA-NORM-CH >= "0" AND COA-NORM-CH <= "9") OR
                (COA-NORM-CH >= "A" AND COA-NORM-CH <= "Z")
               ADD 1 TO COA-NORM-POS
               MOVE COA-NORM-CH TO COA-NORM-OUT(COA-NORM-POS:1)
             ELSE
               IF COA-NORM-CH >= "a" AND COA-NORM-CH <= "z"
                 ADD 1 TO COA-NORM-POS
                 MOVE FUNCTION UPPER-CASE(COA-NORM-CH)
                   TO COA-NORM-OUT(COA-NORM-POS:1)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：地址品質信心分數計算 (0-100，既有訊號扣分)
      *******************************************************
       QS-COMPUTE-PARA.
           MOVE 100 TO QUALITY-SCORE.
           IF DTLS-LF(19) NOT = SPACES
             SUBTRACT 40 FROM QUALITY-SCORE
           END-IF.
           IF CITY-MATCH-FLAG = "N"
             SUBTRACT 20 FROM QUALITY-SCORE
           ELSE
             IF CITY-MATCH-FLAG = SPACES
               SUBTRACT 10 FROM QUALITY-SCORE
             END-IF
           END-IF.
           IF DTLS-LF(17) NOT = SPACES
              AND STATE-MATCH-SRC = SPACES
             SUBTRACT 5 FROM QUALITY-SCORE
           END-IF.
           IF STREET-TYPE-FLAG NOT = "MATCH"
             SUBTRACT 10 FROM QUALITY-SCORE
           END-IF.
           IF DTLS-LF(1) = SPACES
             SUBTRACT 15 FROM QUALITY-SCORE
           END-IF.
           IF DTLS-LF(18) NOT = SPACES
             SUBTRACT 20 FROM QUALITY-SCORE
           END-IF.
           IF QUALITY-SCORE < 0
             MOVE 0 TO QUALITY-SCORE
           END-IF.
           MOVE QUALITY-SCORE TO SCORE-FMT.

      *******************************************************
      *> 共用段落：全國地址檔比對等級評定 (鍵值讀取)
      *> 街道層鍵命中且門牌落在範圍內 -> P；僅街道層 -> S；
      *> 僅市鎮層 -> L；皆未命中 -> N
      *******************************************************
       REFA-GRADE-PARA.
           MOVE "N" TO REFA-GRADE.
           IF DTLS-LF(2) = SPACES OR DTLS-LF(3) = SPACES
             EXIT PARAGRAPH
           END-IF.

           *> 街道層
           IF DTLS-LF(5) NOT = SPACES
             MOVE SPACES TO REFA-KEY-WORK
             STRING
               "S;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(3)))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(5)))
                 DELIMITED BY SIZE
               INTO REFA-KEY-WORK
             END-STRING
             MOVE REFA-KEY-WORK TO REFA-KEY
             READ REFADDR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "S" TO REFA-GRADE
                 *> 門牌層：門牌前導數字落在範圍內
                 IF DTLS-LF(9) NOT = SPACES
                   MOVE 0 TO REFA-NO
                   MOVE LENGTH OF FUNCTION TRIM(DTLS-LF(9))
                     TO REFA-NO-LEN
                   IF REFA-NO-LEN > 7
                     MOVE 7 TO REFA-NO-LEN
                   END-IF
                   PERFORM VARYING REFA-K FROM 1 BY 1
                             UNTIL REFA-K > REFA-NO-LEN
                     IF DTLS-LF(9)(REFA-K:1) IS NUMERIC
                       COMPUTE REFA-NO = REFA-NO * 10
                         + FUNCTION NUMVAL(DTLS-LF(9)(REFA-K:1))
                     ELSE
                       EXIT PERFORM
                     END-IF
                   END-PERFORM
                   IF REFA-NO > 0
                      AND REFA-NO >= REFA-LOW
                      AND REFA-NO <= REFA-HIGH
                     MOVE "P" TO REFA-GRADE
                   END-IF
                 END-IF
             END-READ
           END-IF.

           *> 市鎮層
           IF REFA-GRADE = "N"
             MOVE SPACES TO REFA-KEY-WORK
             STRING
               "L;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(3)))
                 DELIMITED BY SIZE
               INTO REFA-KEY-WORK
             END-STRING
             MOVE REFA-KEY-WORK TO REFA-KEY
             READ REFADDR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "L" TO REFA-GRADE
             END-READ
           END-IF.

           EVALUATE REFA-GRADE
             WHEN "P"
               ADD 1 TO REFA-P-CNT
             WHEN "S"
               ADD 1 TO REFA-S-CNT
             WHEN "L"
               ADD 1 TO REFA-L-CNT
             WHEN OTHER
               ADD 1 TO REFA-N-CNT
           END-EVALUATE.

      *******************************************************
      *> 共用段落：逐筆郵資估算 (通路判定後查郵資卡；該通路
      *> 查無目的國列時退用目的國空白的通路預設列)
      *******************************************************
       POSTAGE-PRICE-PARA.
           PERFORM CH-RESOLVE-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
             TO RATE-CTRY-CMP.
           MOVE 0 TO RATE-HIT.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                     UNTIL RATE-IDX > RATE-COUNT
             IF RATE-CHAN(RATE-IDX) =
                FUNCTION UPPER-CASE(FUNCTION TRIM(CH-UNIT))
               IF RATE-CTRY(RATE-IDX) = RATE-CTRY-CMP
                 MOVE RATE-IDX TO RATE-HIT
                 EXIT PERFORM
               END-IF
               IF RATE-CTRY(RATE-IDX) = SPACES AND RATE-HIT = 0
                 MOVE RATE-IDX TO RATE-HIT
               END-IF
             END-IF
           END-PERFORM.

           MOVE 0 TO PST-FOUND.
           PERFORM VARYING PST-I FROM 1 BY 1 UNTIL PST-I > PST-COUNT
             IF PST-CHAN(PST-I) =
                FUNCTION UPPER-CASE(FUNCTION TRIM(CH-UNIT))
                AND PST-CTRY(PST-I) = RATE-CTRY-CMP
               MOVE PST-I TO PST-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF PST-FOUND = 0 AND PST-COUNT < 500
             ADD 1 TO PST-COUNT
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CH-UNIT))
               TO PST-CHAN(PST-COUNT)
             MOVE RATE-CTRY-CMP TO PST-CTRY(PST-COUNT)
             MOVE 0 TO PST-PIECES(PST-COUNT)
             MOVE 0 TO PST-FULL(PST-COUNT)
             MOVE 0 TO PST-NET(PST-COUNT)
             MOVE PST-COUNT TO PST-FOUND
           END-IF.
           IF PST-FOUND > 0
             ADD 1 TO PST-PIECES(PST-FOUND)
             IF RATE-HIT > 0
               COMPUTE DWH-POSTAGE =
                 RATE-AMT(RATE-HIT) - RATE-DISC(RATE-HIT)
               ADD RATE-AMT(RATE-HIT) TO PST-FULL(PST-FOUND)
               COMPUTE PST-NET(PST-FOUND) = PST-NET(PST-FOUND)
                 + RATE-AMT(RATE-HIT) - RATE-DISC(RATE-HIT)
               COMPUTE PST-RUN-TOTAL = PST-RUN-TOTAL
                 + RATE-AMT(RATE-HIT) - RATE-DISC(RATE-HIT)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：裝盤指派 (分盤鍵變動或滿盤即換盤)
      *******************************************************
       TRAY-ASSIGN-PARA.
           MOVE SPACES TO TRAY-NEW-KEY.
           EVALUATE CTL-TRAY-BREAK
             WHEN "COUNTRY"
               MOVE PSRT-CTRY TO TRAY-NEW-KEY
             WHEN "ZIP3"
               STRING
                 PSRT-CTRY DELIMITED BY SIZE
                 PSRT-ZIP(1:3) DELIMITED BY SIZE
                 INTO TRAY-NEW-KEY
               END-STRING
             WHEN OTHER
               STRING
                 PSRT-CTRY DELIMITED BY SIZE
                 PSRT-ZIP(1:10) DELIMITED BY SIZE
                 INTO TRAY-NEW-KEY
               END-STRING
           END-EVALUATE.

           IF TRAY-NO = 0
              OR TRAY-NEW-KEY NOT = TRAY-CUR-KEY
              OR TRAY-CNT(TRAY-NO) >= CTL-TRAY-MAX
             IF TRAY-NO < 10000
               ADD 1 TO TRAY-NO
               MOVE 0 TO TRAY-CNT(TRAY-NO)
               MOVE PSRT-ZIP(1:10) TO TRAY-ZIP-LO(TRAY-NO)
             END-IF
             MOVE TRAY-NEW-KEY TO TRAY-CUR-KEY
           END-IF.
           ADD 1 TO TRAY-CNT(TRAY-NO).
           MOVE PSRT-ZIP(1:10) TO TRAY-ZIP-HI(TRAY-NO).

      *******************************************************
      *> 共用段落：ISO 20022 PostalAddress 片段輸出
      *> (CBPRPLUS 欄位在 UPU 輸出區已填妥，直接取用)
      *******************************************************
       ISO20022-WRITE-PARA.
           MOVE SPACES TO XML-TXT.
           MOVE FUNCTION TRIM(CUSTOMER_ID) TO XML-SRC.
           IF TKN-ACTIVE = "Y"
             MOVE "ISO20022" TO TKN-PARTNER
             MOVE CUSTOMER_ID TO TKN-CUSTID
             PERFORM TKN-ISSUE-PARA
             MOVE TKN-TOKEN TO XML-SRC
           END-IF.
           PERFORM XML-ESC-PARA.
           MOVE XML-OUT TO SND-XML-ID.
           STRING
             "<PstlAdr CustId=" DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             FUNCTION TRIM(XML-OUT) DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             ">" DELIMITED BY SIZE
             INTO XML-TXT
           END-STRING.
           MOVE XML-TXT TO ISO20022-REC.
           WRITE ISO20022-REC.

           MOVE "Dept" TO XML-TAG.
           MOVE DEPARTMENT TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "SubDept" TO XML-TAG.
           MOVE SUB-DEPARTMENT TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "StrtNm" TO XML-TAG.
           MOVE STREET-NAME TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "BldgNb" TO XML-TAG.
           MOVE BUILDING-NUMBER TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "BldgNm" TO XML-TAG.
           MOVE BUILDING-NAME TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "Flr" TO XML-TAG.
           MOVE FLOOR TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "PstBx" TO XML-TAG.
           MOVE POST-BOX TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "Room" TO XML-TAG.
           MOVE ROOM TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "PstCd" TO XML-TAG.
           MOVE POST-CODE TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "TwnNm" TO XML-TAG.
           MOVE TOWN-NAME TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "TwnLctnNm" TO XML-TAG.
           MOVE TOWN-LOCATION-NAME TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "DstrctNm" TO XML-TAG.
           MOVE DISTRICT-NAME TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "CtrySubDvsn" TO XML-TAG.
           MOVE COUNTRY-SUB-DIVISION TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           MOVE "Ctry" TO XML-TAG.
           MOVE COUNTRY TO XML-SRC.
           PERFORM XML-ELEM-PARA.
           *> 逐字覆寫件：每一逐字行各輸出一個 AdrLine
           IF OVR-OUT = "Y"
             PERFORM VARYING OVR-I FROM 1 BY 1
                       UNTIL OVR-I > OVR-OUT-CNT
               MOVE "AdrLine" TO XML-TAG
               MOVE OVR-OUT-LINE(OVR-I) TO XML-SRC
               PERFORM XML-ELEM-PARA
             END-PERFORM
           ELSE
             MOVE "AdrLine" TO XML-TAG
             MOVE ADDRESS-LINE TO XML-SRC
             PERFORM XML-ELEM-PARA
           END-IF.

           MOVE "</PstlAdr>" TO ISO20022-REC.
           WRITE ISO20022-REC.

           *> 寄件人 (debtor) 名稱與地址，同一 CustId 成對
           IF SND-ACTIVE = "Y" AND SND-HIT > 0
             PERFORM SND-XML-PARA
           END-IF.

      *******************************************************
      *> 共用段落：單一 XML 元素輸出 (空白元素不輸出)
      *******************************************************
       XML-ELEM-PARA.
           IF FUNCTION TRIM(XML-SRC) NOT = SPACES
             PERFORM XML-ESC-PARA
             MOVE SPACES TO XML-TXT
             STRING
               XML-PAD(1:XML-IND) DELIMITED BY SIZE
               "<" DELIMITED BY SIZE
               FUNCTION TRIM(XML-TAG) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(XML-OUT) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               FUNCTION TRIM(XML-TAG) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO XML-TXT
             END-STRING
             MOVE XML-TXT TO ISO20022-REC
             WRITE ISO20022-REC
           END-IF.

      *******************************************************
      *> 共用段落：XML 特殊字元逸出 (& < > -> 實體參照)
      *******************************************************
       XML-ESC-PARA.
           MOVE SPACES TO XML-OUT.
           MOVE 0 TO XML-OUT-POS.
           MOVE LENGTH OF FUNCTION TRIM(XML-SRC) TO XML-SRC-LEN.
           PERFORM VARYING XML-K FROM 1 BY 1
                     UNTIL XML-K > XML-SRC-LEN
                        OR XML-OUT-POS > 370
             MOVE XML-SRC(XML-K:1) TO XML-CH
             EVALUATE XML-CH
               WHEN "&"
                 MOVE "&amp;" TO XML-OUT(XML-OUT-POS + 1:5)
                 ADD 5 TO XML-OUT-POS
               WHEN "<"
                 MOVE "&lt;" TO XML-OUT(XML-OUT-POS + 1:4)
                 ADD 4 TO XML-OUT-POS
               WHEN ">"
                 MOVE "&gt;" TO XML-OUT(XML-OUT-POS + 1:4)
                 ADD 4 TO XML-OUT-POS
               WHEN OTHER
                 ADD 1 TO XML-OUT-POS
                 MOVE XML-CH TO XML-OUT(XML-OUT-POS:1)
             END-EVALUATE
           END-PERFORM.

      *******************************************************
      *> 共用段落：規則命中歷史一列 (USAGE-TXT 為剛寫出的
      *> Rule_Usage.csv 列；命中 0 筆者不記)
      *******************************************************
       USAGE-HIST-PARA.
           IF FUNCTION TRIM(USAGE-CNT-FMT) = "0"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RULE-USAGE-HIST-REC.
           STRING
             USAGE-HIST-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(USAGE-TXT) DELIMITED BY SIZE
             INTO RULE-USAGE-HIST-REC
           END-STRING.
           WRITE RULE-USAGE-HIST-REC.

      *******************************************************
      *> 共用段落：SWIFT MT 50F/59F 當事人地址一筆
      *> (CBPRPLUS 欄位在 UPU 輸出區已填妥，直接取用)
      *>   1/ 收件人名稱 (必填)
      *>   2/ 轉交、大樓名稱、街道 門牌、樓層、室、郵政信箱
      *>      (無結構欄位者用重組地址)
      *>   3/ ISO 3166 國別代碼/郵遞區號 城鎮 (必填)
      *******************************************************
       MT-WRITE-PARA.
           MOVE "Y" TO MT-OK.
           MOVE "N" TO MT-OVER.
           MOVE 0 TO MT-LINE-CNT.
           MOVE SPACES TO MT-LINES.
           MOVE FUNCTION TRIM(CUSTOMER_ID) TO MT-ID.
           IF TKN-ACTIVE = "Y"
             MOVE "ISO20022" TO TKN-PARTNER
             MOVE CUSTOMER_ID TO TKN-CUSTID
             PERFORM TKN-ISSUE-PARA
             MOVE TKN-TOKEN TO MT-ID
           END-IF.

           MOVE "1/" TO MT-PFX.
           IF FUNCTION TRIM(DTLS-LF(30)) = SPACES
             MOVE "NAME REQUIRED" TO MT-RULE
             PERFORM MT-VIO-PARA
           ELSE
             MOVE FUNCTION TRIM(DTLS-LF(30)) TO MT-SRC
             PERFORM MT-WRAP-PARA
           END-IF.

           MOVE "2/" TO MT-PFX.
           MOVE SPACES TO MT-SRC.
           MOVE DEPARTMENT TO MT-PART.
           PERFORM MT-ADD-PARA.
           MOVE BUILDING-NAME TO MT-PART.
           PERFORM MT-ADD-PARA.
           MOVE SPACES TO MT-PART.
           STRING
             FUNCTION TRIM(STREET-NAME) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(BUILDING-NUMBER) DELIMITED BY SIZE
             INTO MT-PART
           END-STRING.
           PERFORM MT-ADD-PARA.
           MOVE FLOOR TO MT-PART.
           PERFORM MT-ADD-PARA.
           MOVE ROOM TO MT-PART.
           PERFORM MT-ADD-PARA.
           IF POST-BOX NOT = SPACES
             MOVE SPACES TO MT-PART
             STRING
               "PO BOX " DELIMITED BY SIZE
               FUNCTION TRIM(POST-BOX) DELIMITED BY SIZE
               INTO MT-PART
             END-STRING
             PERFORM MT-ADD-PARA
           END-IF.
           IF MT-SRC = SPACES
             MOVE ADDRESS-LINE TO MT-PART
             PERFORM MT-ADD-PARA
           END-IF.
           IF MT-SRC NOT = SPACES
             PERFORM MT-WRAP-PARA
           END-IF.

           MOVE "3/" TO MT-PFX.
           EVALUATE TRUE
             WHEN NOT (COUNTRY(1:2) IS ALPHABETIC
                       AND COUNTRY NOT = SPACES)
               MOVE "COUNTRY CODE NOT 2-ALPHA" TO MT-RULE
               PERFORM MT-VIO-PARA
             WHEN TOWN-NAME = SPACES
               MOVE "TOWN NAME REQUIRED" TO MT-RULE
               PERFORM MT-VIO-PARA
             WHEN OTHER
               MOVE SPACES TO MT-SRC
               IF POST-CODE NOT = SPACES
                 STRING
                   FUNCTION UPPER-CASE(COUNTRY) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(POST-CODE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(TOWN-NAME) DELIMITED BY SIZE
                   INTO MT-SRC
                 END-STRING
               ELSE
                 STRING
                   FUNCTION UPPER-CASE(COUNTRY) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(TOWN-NAME) DELIMITED BY SIZE
                   INTO MT-SRC
                 END-STRING
               END-IF
               PERFORM MT-WRAP-PARA
           END-EVALUATE.

           IF MT-OVER = "Y"
             MOVE MT-LINE-CNT TO MT-FMT2
             MOVE SPACES TO MT-RULE
             STRING
               "DOES NOT FIT IN 4 LINES (" DELIMITED BY SIZE
               FUNCTION TRIM(MT-FMT2) DELIMITED BY SIZE
               " LINES NEEDED)" DELIMITED BY SIZE
               INTO MT-RULE
             END-STRING
             MOVE "ALL" TO MT-PFX
             PERFORM MT-VIO-PARA
           END-IF.

           IF MT-OK = "N"
             ADD 1 TO MT-REJ-CNT
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MT-TXT.
           STRING
             FUNCTION TRIM(MT-ID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MT-LINE(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MT-LINE(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MT-LINE(3)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MT-LINE(4)) DELIMITED BY SIZE
             INTO MT-TXT
           END-STRING.
           MOVE MT-TXT TO MT-PARTY-REC.
           WRITE MT-PARTY-REC.
           ADD 1 TO MT-CNT.

      *******************************************************
      *> 共用段落：2/ 地址明細串接一段 (MT-PART，以 ", " 分隔)
      *******************************************************
       MT-ADD-PARA.
           IF FUNCTION TRIM(MT-PART) = SPACES
             EXIT PARAGRAPH
           END-IF.
           IF MT-SRC = SPACES
             MOVE FUNCTION TRIM(MT-PART) TO MT-SRC
           ELSE
             MOVE SPACES TO MT-TXT
             STRING
               FUNCTION TRIM(MT-SRC) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(MT-PART) DELIMITED BY SIZE
               INTO MT-TXT
             END-STRING
             MOVE MT-TXT TO MT-SRC
           END-IF.

      *******************************************************
      *> 共用段落：一組 (MT-PFX) 轉寫成 X 字元集後折行
      *>   重音字母摺疊、常見符號轉寫 (& -> +、; -> , 等)；
      *>   仍有 X 字元集外字元者列違規，不輸出
      *******************************************************
       MT-WRAP-PARA.
           INSPECT MT-SRC
             CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1.
           INSPECT MT-SRC
             CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2.
           INSPECT MT-SRC
             CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3.
           INSPECT MT-SRC CONVERTING MT-XL-FROM TO MT-XL-TO.
           MOVE FUNCTION TRIM(MT-SRC) TO MT-SRC.
           MOVE LENGTH OF FUNCTION TRIM(MT-SRC) TO MT-LEN.

           MOVE "Y" TO MT-CHAR-OK.
           PERFORM VARYING MT-K FROM 1 BY 1
                     UNTIL MT-K > MT-LEN OR MT-CHAR-OK = "N"
             MOVE MT-SRC(MT-K:1) TO MT-CH
             IF NOT ((MT-CH >= "0" AND MT-CH <= "9") OR
                     (MT-CH >= "A" AND MT-CH <= "Z") OR
                     (MT-CH >= "a" AND MT-CH <= "z") OR
                     MT-CH = SPACE OR MT-CH = "/" OR
                     MT-CH = "-" OR MT-CH = "?" OR
                     MT-CH = ":" OR MT-CH = "(" OR
                     MT-CH = ")" OR MT-CH = "." OR
                     MT-CH = "," OR MT-CH = "+" OR
                     MT-CH = "'")
               MOVE "N" TO MT-CHAR-OK
             END-IF
           END-PERFORM.
           IF MT-CHAR-OK = "N"
             MOVE "CHARACTER OUTSIDE SWIFT X SET" TO MT-RULE
             PERFORM MT-VIO-PARA
             EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO MT-POS.
           PERFORM UNTIL MT-POS > MT-LEN
             IF MT-SRC(MT-POS:1) = SPACE
               ADD 1 TO MT-POS
             ELSE
               IF MT-LEN - MT-POS < 33
                 COMPUTE MT-CUT = MT-LEN - MT-POS + 1
               ELSE
                 MOVE 0 TO MT-CUT
                 PERFORM VARYING MT-K FROM 33 BY -1
                           UNTIL MT-K < 1 OR MT-CUT > 0
                   IF MT-SRC(MT-POS + MT-K:1) = SPACE
                     MOVE MT-K TO MT-CUT
                   END-IF
                 END-PERFORM
                 IF MT-CUT = 0
                   MOVE 33 TO MT-CUT
                 END-IF
               END-IF
               ADD 1 TO MT-LINE-CNT
               IF MT-LINE-CNT > 4
                 MOVE "Y" TO MT-OVER
               ELSE
                 STRING
                   MT-PFX DELIMITED BY SIZE
                   MT-SRC(MT-POS:MT-CUT) DELIMITED BY SIZE
                   INTO MT-LINE(MT-LINE-CNT)
                 END-STRING
               END-IF
               ADD MT-CUT TO MT-POS
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：SWIFT MT 違規一列 (MT-PFX 為違規的行組)
      *******************************************************
       MT-VIO-PARA.
           MOVE "N" TO MT-OK.
           MOVE SPACES TO MT-TXT.
           STRING
             FUNCTION TRIM(MT-ID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MT-PFX) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MT-RULE) DELIMITED BY SIZE
             INTO MT-TXT
           END-STRING.
           MOVE MT-TXT TO MT-VIO-REC.
           WRITE MT-VIO-REC.

      *******************************************************
      *> 共用段落：姓名詞彙檔單列 (類別;詞;輸出寫法)
      *******************************************************
       NM-VOCAB-ROW-PARA.
           MOVE SPACES TO NM-VTOK(1) NM-VTOK(2) NM-VTOK(3).
           UNSTRING NAMEV-REC DELIMITED BY ";"
               INTO NM-VTOK(1) NM-VTOK(2) NM-VTOK(3).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NM-VTOK(1)))
             TO NM-CMP.
           IF NM-CMP = "ORDER"
             IF NMO-COUNT < 50
                AND FUNCTION UPPER-CASE(FUNCTION TRIM(NM-VTOK(3)))
                    = "FAMILY-FIRST"
               ADD 1 TO NMO-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NM-VTOK(2)))
                 TO NMO-CTRY(NMO-COUNT)
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF (NM-CMP = "TITLE" OR NM-CMP = "SUFFIX"
               OR NM-CMP = "PARTICLE")
              AND NMV-COUNT < 300
              AND NM-VTOK(2) NOT = SPACES
             ADD 1 TO NMV-COUNT
             MOVE NM-CMP(1:1) TO NMV-TYPE(NMV-COUNT)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NM-VTOK(2)))
               TO NM-CMP
             INSPECT NM-CMP REPLACING ALL "." BY SPACE
             MOVE FUNCTION TRIM(NM-CMP) TO NMV-TERM(NMV-COUNT)
             IF NM-VTOK(3) = SPACES
               MOVE FUNCTION TRIM(NM-VTOK(2)) TO NMV-OUT(NMV-COUNT)
             ELSE
               MOVE FUNCTION TRIM(NM-VTOK(3)) TO NMV-OUT(NMV-COUNT)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：內建姓名詞彙 (NameVocabulary.csv 未提供時)
      *******************************************************
       NM-VOCAB-DEFAULT-PARA.
           MOVE "TITLE;MR;Mr"         TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;MRS;Mrs"       TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;MS;Ms"         TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;MISS;Miss"     TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;MX;Mx"         TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;DR;Dr."        TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;PROF;Prof."    TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;HERR;Herr"     TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;FRAU;Frau"     TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;M;M."          TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "TITLE;MME;Mme"       TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "SUFFIX;JR;Jr."       TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "SUFFIX;SR;Sr."       TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "SUFFIX;II;II"        TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "SUFFIX;III;III"      TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "SUFFIX;PHD;PhD"      TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "SUFFIX;MD;MD"        TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "PARTICLE;VAN;van"    TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "PARTICLE;VON;von"    TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "PARTICLE;DER;der"    TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "PARTICLE;DE;de"      TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "PARTICLE;LA;la"      TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "PARTICLE;DA;da"      TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;CN;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;TW;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;HK;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;MO;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;JP;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;KR;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.
           MOVE "ORDER;VN;FAMILY-FIRST" TO NAMEV-REC.
           PERFORM NM-VOCAB-ROW-PARA.

      *******************************************************
      *> 共用段落：預設稱呼語範本補齊 (* 列缺該類型時)
      *******************************************************
       NM-SALUT-DEFAULT-PARA.
           MOVE "T" TO NM-KIND.
           MOVE "Dear {TITLE} {SURNAME}" TO NM-TPL.
           MOVE "{TITLE} {FULL} {SUFFIX}" TO NM-OUT.
           PERFORM NM-SALUT-ADD-PARA.
           MOVE "P" TO NM-KIND.
           MOVE "Dear {FULL}" TO NM-TPL.
           MOVE "{FULL} {SUFFIX}" TO NM-OUT.
           PERFORM NM-SALUT-ADD-PARA.
           MOVE "B" TO NM-KIND.
           MOVE "Dear Sir or Madam" TO NM-TPL.
           MOVE "{ORG}" TO NM-OUT.
           PERFORM NM-SALUT-ADD-PARA.
           MOVE "U" TO NM-KIND.
           MOVE "Dear Customer" TO NM-TPL.
           MOVE SPACES TO NM-OUT.
           PERFORM NM-SALUT-ADD-PARA.

       NM-SALUT-ADD-PARA.
           PERFORM VARYING SAL-I FROM 1 BY 1 UNTIL SAL-I > SAL-COUNT
             IF SAL-KEY(SAL-I) = "*" AND SAL-KIND(SAL-I) = NM-KIND
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF SAL-COUNT < 100
             ADD 1 TO SAL-COUNT
             MOVE "*" TO SAL-KEY(SAL-COUNT)
             MOVE NM-KIND TO SAL-KIND(SAL-COUNT)
             MOVE NM-TPL TO SAL-TEXT(SAL-COUNT)
             MOVE NM-OUT TO SAL-ADDR(SAL-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：收件人姓名拆解 (DTLS-LF 30)
      *> 企業戶 (29=B) 整串為機構名；個人依序剝除開頭稱謂、
      *> 結尾字尾，"姓, 名" 寫法以逗號前為姓，其餘依目的國
      *> 姓名順序 (姓在前國家首字為姓，否則末字為姓並併入
      *> van/de 等前置詞)；無空白的中日韓姓名取首字為姓。
      *> 原文全大寫時名/姓改字首大寫，再依國家組稱呼語
      *******************************************************
       NM-PARSE-PARA.
           MOVE SPACES TO NM-TITLE NM-GIVEN NM-SURNAME NM-SUFFIX
                          NM-ORG NM-SALUT NM-FORMAL NM-FULL.
           MOVE ISO2-VAL TO NM-CTRY.
           MOVE FUNCTION TRIM(DTLS-LF(30)) TO NM-SRC.
           IF NM-SRC = SPACES
             MOVE "U" TO NM-KIND
             PERFORM NM-SALUT-PARA
             EXIT PARAGRAPH
           END-IF.
           IF DTLS-LF(29)(1:1) = "B"
             MOVE NM-SRC TO NM-ORG
             MOVE "B" TO NM-KIND
             PERFORM NM-SALUT-PARA
             EXIT PARAGRAPH
           END-IF.

           *> 拆字 (空白分隔)；記下第一個逗號所在字
           MOVE 0 TO NM-TOK-CNT NM-COMMA-AT.
           MOVE LENGTH OF FUNCTION TRIM(NM-SRC) TO NM-LEN.
           MOVE 1 TO NM-PTR.
           PERFORM UNTIL NM-PTR > NM-LEN OR NM-TOK-CNT >= 16
             MOVE SPACES TO NM-CMP
             UNSTRING NM-SRC(1:NM-LEN) DELIMITED BY ALL SPACE
                 INTO NM-CMP
                 WITH POINTER NM-PTR
             END-UNSTRING
             IF NM-CMP = ","
               IF NM-COMMA-AT = 0
                 MOVE NM-TOK-CNT TO NM-COMMA-AT
               END-IF
             ELSE
               IF NM-CMP NOT = SPACES
                 ADD 1 TO NM-TOK-CNT
                 MOVE NM-CMP TO NM-TOK(NM-TOK-CNT)
                 MOVE LENGTH OF FUNCTION TRIM(NM-CMP) TO NM-K
                 IF NM-CMP(NM-K:1) = ","
                   MOVE SPACE TO NM-TOK(NM-TOK-CNT)(NM-K:1)
                   IF NM-COMMA-AT = 0
                     MOVE NM-TOK-CNT TO NM-COMMA-AT
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF NM-TOK-CNT = 0
             MOVE "U" TO NM-KIND
             PERFORM NM-SALUT-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO NM-FIRST.
           MOVE NM-TOK-CNT TO NM-LAST.

           *> 開頭稱謂 (可連續，如 Prof. Dr.)
           PERFORM UNTIL NM-FIRST >= NM-LAST
             MOVE NM-TOK(NM-FIRST) TO NM-CMP
             MOVE "T" TO NM-CH
             PERFORM NM-VOCAB-FIND-PARA
             IF NM-HIT = "N"
               EXIT PERFORM
             END-IF
             MOVE NM-TITLE TO NM-WORK
             MOVE SPACES TO NM-TITLE
             STRING
               FUNCTION TRIM(NM-WORK) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NMV-OUT(NMV-I)) DELIMITED BY SIZE
               INTO NM-TITLE
             END-STRING
             MOVE FUNCTION TRIM(NM-TITLE) TO NM-TITLE
             ADD 1 TO NM-FIRST
           END-PERFORM.

           *> 結尾字尾 (Jr./PhD ...)
           PERFORM UNTIL NM-LAST <= NM-FIRST
             MOVE NM-TOK(NM-LAST) TO NM-CMP
             MOVE "S" TO NM-CH
             PERFORM NM-VOCAB-FIND-PARA
             IF NM-HIT = "N"
               EXIT PERFORM
             END-IF
             MOVE NM-SUFFIX TO NM-WORK
             MOVE SPACES TO NM-SUFFIX
             STRING
               FUNCTION TRIM(NMV-OUT(NMV-I)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NM-WORK) DELIMITED BY SIZE
               INTO NM-SUFFIX
             END-STRING
             MOVE FUNCTION TRIM(NM-SUFFIX) TO NM-SUFFIX
             SUBTRACT 1 FROM NM-LAST
           END-PERFORM.

           *> 姓名順序：逗號寫法 > 姓在前國家 > 名在前 (含前置詞)
           MOVE "N" TO NM-FAM-FIRST.
           PERFORM VARYING NMO-I FROM 1 BY 1 UNTIL NMO-I > NMO-COUNT
             IF NMO-CTRY(NMO-I) = NM-CTRY
               MOVE "Y" TO NM-FAM-FIRST
               EXIT PERFORM
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN NM-COMMA-AT >= NM-FIRST AND NM-COMMA-AT < NM-LAST
               MOVE NM-COMMA-AT TO NM-SPLIT
               MOVE NM-FIRST TO NM-I
               MOVE NM-SPLIT TO NM-K
               PERFORM NM-JOIN-PARA
               MOVE NM-WORK TO NM-SURNAME
               COMPUTE NM-I = NM-SPLIT + 1
               MOVE NM-LAST TO NM-K
               PERFORM NM-JOIN-PARA
               MOVE NM-WORK TO NM-GIVEN
             WHEN NM-FIRST = NM-LAST
               MOVE NM-TOK(NM-FIRST) TO NM-CMP
               MOVE LENGTH OF FUNCTION TRIM(NM-CMP) TO NM-K
               IF NM-FAM-FIRST = "Y" AND NM-CMP(1:1) >= X"E0"
                  AND NM-K > 3
                 MOVE NM-CMP(1:3) TO NM-SURNAME
                 MOVE NM-CMP(4:NM-K - 3) TO NM-GIVEN
                 MOVE NM-CMP TO NM-FULL
               ELSE
                 MOVE NM-CMP TO NM-SURNAME
               END-IF
             WHEN NM-FAM-FIRST = "Y"
               MOVE NM-TOK(NM-FIRST) TO NM-SURNAME
               COMPUTE NM-I = NM-FIRST + 1
               MOVE NM-LAST TO NM-K
               PERFORM NM-JOIN-PARA
               MOVE NM-WORK TO NM-GIVEN
             WHEN OTHER
               MOVE NM-LAST TO NM-SPLIT
               PERFORM UNTIL NM-SPLIT - 1 <= NM-FIRST
                 MOVE NM-TOK(NM-SPLIT - 1) TO NM-CMP
                 MOVE "P" TO NM-CH
                 PERFORM NM-VOCAB-FIND-PARA
                 IF NM-HIT = "N"
                   EXIT PERFORM
                 END-IF
                 SUBTRACT 1 FROM NM-SPLIT
               END-PERFORM
               MOVE NM-SPLIT TO NM-I
               MOVE NM-LAST TO NM-K
               PERFORM NM-JOIN-PARA
               MOVE NM-WORK TO NM-SURNAME
               MOVE NM-FIRST TO NM-I
               COMPUTE NM-K = NM-SPLIT - 1
               PERFORM NM-JOIN-PARA
               MOVE NM-WORK TO NM-GIVEN
           END-EVALUATE.

           *> 原文全大寫 (且無非 ASCII 字) 時改字首大寫
           MOVE "Y" TO NM-HIT.
           PERFORM VARYING NM-K FROM 1 BY 1 UNTIL NM-K > NM-LEN
             MOVE NM-SRC(NM-K:1) TO NM-CH
             IF (NM-CH >= "a" AND NM-CH <= "z") OR NM-CH >= X"80"
               MOVE "N" TO NM-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF NM-HIT = "Y"
             MOVE "PROPER" TO CASE-MODE
             MOVE NM-GIVEN TO CASE-IO
             PERFORM CASE-FIELD-PARA
             MOVE CASE-IO(1:100) TO NM-GIVEN
             MOVE NM-SURNAME TO CASE-IO
             PERFORM CASE-FIELD-PARA
             MOVE CASE-IO(1:100) TO NM-SURNAME
           END-IF.

           *> 全名 (依該國姓名順序；無空白中日韓姓名照原文)
           IF NM-FULL = SPACES
             IF NM-FAM-FIRST = "Y"
               STRING
                 FUNCTION TRIM(NM-SURNAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(NM-GIVEN) DELIMITED BY SIZE
                 INTO NM-FULL
               END-STRING
             ELSE
               STRING
                 FUNCTION TRIM(NM-GIVEN) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(NM-SURNAME) DELIMITED BY SIZE
                 INTO NM-FULL
               END-STRING
             END-IF
             MOVE FUNCTION TRIM(NM-FULL) TO NM-FULL
           END-IF.

           IF NM-TITLE NOT = SPACES
             MOVE "T" TO NM-KIND
           ELSE
             MOVE "P" TO NM-KIND
           END-IF.
           PERFORM NM-SALUT-PARA.

      *******************************************************
      *> 共用段落：詞彙查找 (NM-CMP 於類別 NM-CH；忽略大小寫
      *> 與 ".")，命中時 NM-HIT=Y、NMV-I 指向該列
      *******************************************************
       NM-VOCAB-FIND-PARA.
           MOVE "N" TO NM-HIT.
           MOVE FUNCTION UPPER-CASE(NM-CMP) TO NM-CMP.
           INSPECT NM-CMP REPLACING ALL "." BY SPACE.
           MOVE FUNCTION TRIM(NM-CMP) TO NM-CMP.
           IF NM-CMP = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING NMV-I FROM 1 BY 1 UNTIL NMV-I > NMV-COUNT
             IF NMV-TYPE(NMV-I) = NM-CH
                AND NMV-TERM(NMV-I) = NM-CMP
               MOVE "Y" TO NM-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：第 NM-I 至 NM-K 字以空白串接至 NM-WORK
      *******************************************************
       NM-JOIN-PARA.
           MOVE SPACES TO NM-WORK.
           MOVE 1 TO NM-OPTR.
           PERFORM UNTIL NM-I > NM-K
             IF NM-OPTR > 1
               STRING " " DELIMITED BY SIZE
                 INTO NM-WORK WITH POINTER NM-OPTR
               END-STRING
             END-IF
             STRING
               FUNCTION TRIM(NM-TOK(NM-I)) DELIMITED BY SIZE
               INTO NM-WORK WITH POINTER NM-OPTR
             END-STRING
             ADD 1 TO NM-I
           END-PERFORM.

      *******************************************************
      *> 共用段落：依目的國與類型 (NM-KIND) 取稱呼語範本，
      *> 組稱呼語 (NM-SALUT) 與正式收件人行 (NM-FORMAL)
      *******************************************************
       NM-SALUT-PARA.
           MOVE 0 TO SAL-HIT.
           MOVE SPACES TO NM-CMP.
           STRING
             "," DELIMITED BY SIZE
             NM-CTRY DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             INTO NM-CMP
           END-STRING.
           PERFORM VARYING SAL-I FROM 1 BY 1 UNTIL SAL-I > SAL-COUNT
             IF SAL-KIND(SAL-I) = NM-KIND AND SAL-KEY(SAL-I) NOT = "*"
               MOVE SPACES TO NM-WORK
               STRING
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(SAL-KEY(SAL-I)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO NM-WORK
               END-STRING
               INSPECT NM-WORK REPLACING ALL " " BY ","
               MOVE 0 TO NM-K
               INSPECT NM-WORK TALLYING NM-K FOR ALL NM-CMP(1:4)
               IF NM-K > 0
                 MOVE SAL-I TO SAL-HIT
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.
           IF SAL-HIT = 0
             PERFORM VARYING SAL-I FROM 1 BY 1
                       UNTIL SAL-I > SAL-COUNT
               IF SAL-KIND(SAL-I) = NM-KIND AND SAL-KEY(SAL-I) = "*"
                 MOVE SAL-I TO SAL-HIT
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.
           IF SAL-HIT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE SAL-TEXT(SAL-HIT) TO NM-TPL.
           PERFORM NM-EXPAND-PARA.
           MOVE NM-OUT TO NM-SALUT.
           MOVE SAL-ADDR(SAL-HIT) TO NM-TPL.
           PERFORM NM-EXPAND-PARA.
           MOVE NM-OUT TO NM-FORMAL.

      *******************************************************
      *> 共用段落：範本代換 (NM-TPL -> NM-OUT)；空欄代換後的
      *> 連續空白併為一個，逗號前空白去除
      *******************************************************
       NM-EXPAND-PARA.
           MOVE SPACES TO NM-WORK NM-OUT.
           MOVE 1 TO NM-OPTR.
           MOVE 1 TO NM-K.
           PERFORM UNTIL NM-K > 120 OR NM-OPTR > 280
             MOVE SPACES TO NM-SRC
             MOVE 0 TO NM-I
             IF NM-TPL(NM-K:1) = "{"
               EVALUATE TRUE
                 WHEN NM-K <= 114 AND NM-TPL(NM-K:7) = "{TITLE}"
                   MOVE NM-TITLE TO NM-SRC
                   MOVE 7 TO NM-I
                 WHEN NM-K <= 114 AND NM-TPL(NM-K:7) = "{GIVEN}"
                   MOVE NM-GIVEN TO NM-SRC
                   MOVE 7 TO NM-I
                 WHEN NM-K <= 112 AND NM-TPL(NM-K:9) = "{SURNAME}"
                   MOVE NM-SURNAME TO NM-SRC
                   MOVE 9 TO NM-I
                 WHEN NM-K <= 113 AND NM-TPL(NM-K:8) = "{SUFFIX}"
                   MOVE NM-SUFFIX TO NM-SRC
                   MOVE 8 TO NM-I
                 WHEN NM-K <= 116 AND NM-TPL(NM-K:5) = "{ORG}"
                   MOVE NM-ORG TO NM-SRC
                   MOVE 5 TO NM-I
                 WHEN NM-K <= 115 AND NM-TPL(NM-K:6) = "{NAME}"
                   MOVE DTLS-LF(30) TO NM-SRC
                   MOVE 6 TO NM-I
                 WHEN NM-K <= 115 AND NM-TPL(NM-K:6) = "{FULL}"
                   MOVE NM-FULL TO NM-SRC
                   MOVE 6 TO NM-I
               END-EVALUATE
             END-IF
             IF NM-I > 0
               IF NM-SRC NOT = SPACES
                 STRING
                   FUNCTION TRIM(NM-SRC) DELIMITED BY SIZE
                   INTO NM-WORK WITH POINTER NM-OPTR
                 END-STRING
               END-IF
               ADD NM-I TO NM-K
             ELSE
               MOVE NM-TPL(NM-K:1) TO NM-WORK(NM-OPTR:1)
               ADD 1 TO NM-OPTR
               ADD 1 TO NM-K
             END-IF
           END-PERFORM.

           MOVE FUNCTION TRIM(NM-WORK) TO NM-WORK.
           MOVE LENGTH OF FUNCTION TRIM(NM-WORK) TO NM-LEN.
           MOVE 0 TO NM-OPTR.
           PERFORM VARYING NM-K FROM 1 BY 1 UNTIL NM-K > NM-LEN
             MOVE NM-WORK(NM-K:1) TO NM-CH
             EVALUATE TRUE
               WHEN NM-CH = SPACE AND NM-OPTR > 0
                    AND NM-OUT(NM-OPTR:1) = SPACE
                 CONTINUE
               WHEN NM-CH = "," AND NM-OPTR > 0
                    AND NM-OUT(NM-OPTR:1) = SPACE
                 MOVE "," TO NM-OUT(NM-OPTR:1)
               WHEN NM-OPTR < 200
                 ADD 1 TO NM-OPTR
                 MOVE NM-CH TO NM-OUT(NM-OPTR:1)
             END-EVALUATE
           END-PERFORM.
           MOVE FUNCTION TRIM(NM-OUT) TO NM-OUT.

      *******************************************************
      *> 共用段落：輸出大小寫轉換 (CASE-MODE=UPPER/PROPER)
      *> PROPER：逐字字首大寫；連接詞 (ConnectorWords.csv) 保持
      *> 小寫；CasingExceptions.csv 所列名字以正典寫法覆蓋
      *******************************************************
       CASE-FIELD-PARA.
           IF CASE-MODE = "UPPER"
             MOVE FUNCTION UPPER-CASE(CASE-IO) TO CASE-IO
             EXIT PARAGRAPH
           END-IF.
           IF CASE-MODE NOT = "PROPER"
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LOWER-CASE(CASE-IO) TO CASE-IO.
           MOVE LENGTH OF FUNCTION TRIM(CASE-IO) TO CASE-LEN.
           MOVE SPACE TO CASE-PREV.
           PERFORM VARYING CASE-K FROM 1 BY 1 UNTIL CASE-K > CASE-LEN
             MOVE CASE-IO(CASE-K:1) TO CASE-CH
             IF (CASE-CH >= "a" AND CASE-CH <= "z")
                AND NOT ((CASE-PREV >= "a" AND CASE-PREV <= "z") OR
                         (CASE-PREV >= "A" AND CASE-PREV <= "Z"))
               MOVE FUNCTION UPPER-CASE(CASE-CH)
                 TO CASE-IO(CASE-K:1)
             END-IF
             MOVE CASE-IO(CASE-K:1) TO CASE-PREV
           END-PERFORM.

           *> 連接詞保持小寫 (of/de/van ...)
           PERFORM VARYING CASE-E FROM 1 BY 1 UNTIL CASE-E > 20
             IF CONNECTOR-WORDS(CASE-E) NOT = SPACES
               MOVE CONNECTOR-WORDS(CASE-E) TO CASE-FIND
               MOVE FUNCTION LOWER-CASE(CONNECTOR-WORDS(CASE-E))
                 TO CASE-REPL
               PERFORM CASE-REPL-PARA
             END-IF
           END-PERFORM.

           *> 例外名字以正典寫法覆蓋 (McDonald 等)
           PERFORM VARYING CASE-E FROM 1 BY 1
                     UNTIL CASE-E > CASEX-COUNT
             MOVE CASEX-WORD(CASE-E) TO CASE-FIND
             MOVE CASEX-WORD(CASE-E) TO CASE-REPL
             PERFORM CASE-REPL-PARA
           END-PERFORM.

      *******************************************************
      *> 共用段落：全字比對之同長度大小寫置換
      *> (CASE-FIND 之不分大小寫出現處以 CASE-REPL 覆蓋)
      *******************************************************
       CASE-REPL-PARA.
           MOVE LENGTH OF FUNCTION TRIM(CASE-FIND) TO CASE-F-LEN.
           IF CASE-F-LEN = 0 OR CASE-LEN < CASE-F-LEN
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CASE-I FROM 1 BY 1
                     UNTIL CASE-I > CASE-LEN - CASE-F-LEN + 1
             IF FUNCTION UPPER-CASE(CASE-IO(CASE-I:CASE-F-LEN)) =
                FUNCTION UPPER-CASE(CASE-FIND(1:CASE-F-LEN))
               MOVE "Y" TO CASE-B-OK
               IF CASE-I > 1
                 MOVE CASE-IO(CASE-I - 1:1) TO CASE-CH
                 IF (CASE-CH >= "a" AND CASE-CH <= "z") OR
                    (CASE-CH >= "A" AND CASE-CH <= "Z")
                   MOVE "N" TO CASE-B-OK
                 END-IF
               END-IF
               IF CASE-I + CASE-F-LEN <= CASE-LEN
                 MOVE CASE-IO(CASE-I + CASE-F-LEN:1) TO CASE-CH
                 IF (CASE-CH >= "a" AND CASE-CH <= "z") OR
                    (CASE-CH >= "A" AND CASE-CH <= "Z")
                   MOVE "N" TO CASE-B-OK
                 END-IF
               END-IF
               IF CASE-B-OK = "Y"
                 MOVE CASE-REPL(1:CASE-F-LEN)
                   TO CASE-IO(CASE-I:CASE-F-LEN)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：原文/英文行一致性核對 (單筆)
      *******************************************************
       OEN-CHECK-PARA.
           MOVE DTLS-LF(21) TO OEN-ORIG.
           MOVE LENGTH OF FUNCTION TRIM(OEN-ORIG TRAILING) TO OEN-LEN.
           MOVE SPACES TO OEN-FIELDS.

           MOVE "段" TO OEN-MARK.
           MOVE 6 TO OEN-FLD.
           MOVE "SEC" TO OEN-NAME.
           PERFORM OEN-FIELD-PARA.
           MOVE "巷" TO OEN-MARK.
           MOVE 7 TO OEN-FLD.
           MOVE "LANE" TO OEN-NAME.
           PERFORM OEN-FIELD-PARA.
           MOVE "弄" TO OEN-MARK.
           MOVE 8 TO OEN-FLD.
           MOVE "ALLEY" TO OEN-NAME.
           PERFORM OEN-FIELD-PARA.
           MOVE "號" TO OEN-MARK.
           MOVE 9 TO OEN-FLD.
           MOVE "M-NO" TO OEN-NAME.
           PERFORM OEN-FIELD-PARA.
           MOVE "樓" TO OEN-MARK.
           MOVE 11 TO OEN-FLD.
           MOVE "M-FLOOR" TO OEN-NAME.
           PERFORM OEN-FIELD-PARA.
           PERFORM OEN-CITY-PARA.

           IF OEN-FIELDS NOT = SPACES
             ADD 1 TO OEN-COUNT
             IF WARNING-MSG = SPACES
               STRING
                 "ORIG/EN MISMATCH: " DELIMITED BY SIZE
                 FUNCTION TRIM(OEN-FIELDS) DELIMITED BY SIZE
                 INTO WARNING-MSG
               END-STRING
             ELSE
               STRING
                 FUNCTION TRIM(WARNING-MSG) DELIMITED BY SIZE
                 ", ORIG/EN MISMATCH: " DELIMITED BY SIZE
                 FUNCTION TRIM(OEN-FIELDS) DELIMITED BY SIZE
                 INTO WARNING-MSG
               END-STRING
             END-IF
             IF WARNING-CODES = SPACES
               MOVE "104" TO WARNING-CODES
             ELSE
               STRING
                 FUNCTION TRIM(WARNING-CODES) DELIMITED BY SIZE
                 ",104" DELIMITED BY SIZE
                 INTO WARNING-CODES
               END-STRING
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：單一數字欄位核對 (OEN-MARK 為原文標記字，
      *> OEN-FLD 為對應之 DTLS-LF 欄位)。原文取第一個前置有
      *> 數字的標記；號 前為「之」時 (12之3號) 以之前的主號
      *> 比對；英文欄位取第一段半形數字
      *******************************************************
       OEN-FIELD-PARA.
           MOVE "N" TO OEN-O-FOUND OEN-E-FOUND.
           IF DTLS-LF(OEN-FLD) = SPACES OR OEN-LEN < 4
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OEN-M FROM 2 BY 1
                     UNTIL OEN-M > OEN-LEN - 2
                        OR OEN-O-FOUND = "Y"
             IF OEN-ORIG(OEN-M:3) = OEN-MARK
               PERFORM OEN-NUMBER-PARA
               IF OEN-O-FOUND = "Y" AND OEN-FLD = 9
                  AND OEN-S > 3
                 IF OEN-ORIG(OEN-S - 3:3) = "之"
                   COMPUTE OEN-M = OEN-S - 3
                   PERFORM OEN-NUMBER-PARA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF OEN-O-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO OEN-VAL-E.
           PERFORM VARYING OEN-K FROM 1 BY 1 UNTIL OEN-K > 35
             IF DTLS-LF(OEN-FLD)(OEN-K:1) IS NUMERIC
               MOVE "Y" TO OEN-E-FOUND
               IF OEN-VAL-E < 10000
                 COMPUTE OEN-VAL-E = OEN-VAL-E * 10
                   + FUNCTION NUMVAL(DTLS-LF(OEN-FLD)(OEN-K:1))
               END-IF
             ELSE
               IF OEN-E-FOUND = "Y"
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.
           IF OEN-E-FOUND = "Y" AND OEN-VAL-E NOT = OEN-VAL-O
             MOVE OEN-VAL-O TO OEN-NUM-FMT
             MOVE FUNCTION TRIM(OEN-NUM-FMT) TO OEN-O-TXT
             MOVE DTLS-LF(OEN-FLD) TO OEN-E-TXT
             PERFORM OEN-REPORT-PARA
           END-IF.

      *******************************************************
      *> 共用段落：標記字 (位置 OEN-M) 前的數字往前收集，
      *> 起點存 OEN-S，值存 OEN-VAL-O (「十」依中文數字規則)
      *******************************************************
       OEN-NUMBER-PARA.
           MOVE "N" TO OEN-O-FOUND.
           MOVE OEN-M TO OEN-S.
           PERFORM UNTIL OEN-S < 2
             IF OEN-ORIG(OEN-S - 1:1) IS NUMERIC
               SUBTRACT 1 FROM OEN-S
             ELSE
               IF OEN-S > 3
                 MOVE OEN-ORIG(OEN-S - 3:3) TO OEN-CH3
                 PERFORM OEN-DIGIT-PARA
                 IF OEN-DIG = 99
                   EXIT PERFORM
                 END-IF
                 SUBTRACT 3 FROM OEN-S
               ELSE
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.
           IF OEN-S = OEN-M
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO OEN-TOTAL OEN-CUR.
           MOVE OEN-S TO OEN-K.
           PERFORM UNTIL OEN-K NOT < OEN-M
             IF OEN-ORIG(OEN-K:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(OEN-ORIG(OEN-K:1)) TO OEN-DIG
               ADD 1 TO OEN-K
             ELSE
               MOVE OEN-ORIG(OEN-K:3) TO OEN-CH3
               PERFORM OEN-DIGIT-PARA
               ADD 3 TO OEN-K
             END-IF
             IF OEN-DIG = 10
               IF OEN-CUR = 0
                 MOVE 1 TO OEN-CUR
               END-IF
               COMPUTE OEN-TOTAL = OEN-TOTAL + OEN-CUR * 10
               MOVE 0 TO OEN-CUR
             ELSE
               IF OEN-CUR < 1000
                 COMPUTE OEN-CUR = OEN-CUR * 10 + OEN-DIG
               END-IF
             END-IF
           END-PERFORM.
           COMPUTE OEN-VAL-O = OEN-TOTAL + OEN-CUR.
           MOVE "Y" TO OEN-O-FOUND.

      *******************************************************
      *> 共用段落：單一全形/中文數字字元 (OEN-CH3) 之值
      *******************************************************
       OEN-DIGIT-PARA.
           EVALUATE OEN-CH3
             WHEN "０" WHEN "〇" WHEN "零"
               MOVE 0 TO OEN-DIG
             WHEN "１" WHEN "一"
               MOVE 1 TO OEN-DIG
             WHEN "２" WHEN "二" WHEN "兩"
               MOVE 2 TO OEN-DIG
             WHEN "３" WHEN "三"
               MOVE 3 TO OEN-DIG
             WHEN "４" WHEN "四"
               MOVE 4 TO OEN-DIG
             WHEN "５" WHEN "五"
               MOVE 5 TO OEN-DIG
             WHEN "６" WHEN "六"
               MOVE 6 TO OEN-DIG
             WHEN "７" WHEN "七"
               MOVE 7 TO OEN-DIG
             WHEN "８" WHEN "八"
               MOVE 8 TO OEN-DIG
             WHEN "９" WHEN "九"
               MOVE 9 TO OEN-DIG
             WHEN "十"
               MOVE 10 TO OEN-DIG
             WHEN OTHER
               MOVE 99 TO OEN-DIG
           END-EVALUATE.

      *******************************************************
      *> 共用段落：縣市核對。原文第一個「市/縣」前兩字為縣市
      *> 名，經 Transliteration.csv 轉寫後與英文 CITY 比對
      *> (皆轉大寫、僅留英文字母、去字尾 CITY/COUNTY)；
      *> 對照表無法完整轉寫者不核對
      *******************************************************
       OEN-CITY-PARA.
           IF TRL-COUNT = 0 OR DTLS-LF(3) = SPACES OR OEN-LEN < 9
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO OEN-M.
           PERFORM VARYING OEN-K FROM 7 BY 1
                     UNTIL OEN-K > OEN-LEN - 2
             IF (OEN-ORIG(OEN-K:3) = "市"
                 OR OEN-ORIG(OEN-K:3) = "縣")
                AND OEN-ORIG(OEN-K - 6:1) > X"7F"
                AND OEN-ORIG(OEN-K - 3:1) > X"7F"
               MOVE OEN-K TO OEN-M
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF OEN-M = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TRL-IN.
           MOVE OEN-ORIG(OEN-M - 6:6) TO TRL-IN.
           PERFORM TRANSLIT-PARA.
           MOVE TRL-IN TO OEN-NORM-IN.
           PERFORM OEN-NORM-PARA.
           IF OEN-NONASCII = "Y" OR OEN-NORM-OUT = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE OEN-NORM-OUT TO OEN-O-TXT.

           MOVE DTLS-LF(3) TO OEN-NORM-IN.
           PERFORM OEN-NORM-PARA.
           MOVE LENGTH OF FUNCTION TRIM(OEN-NORM-OUT) TO OEN-NORM-N.
           IF OEN-NORM-N > 6
              AND OEN-NORM-OUT(OEN-NORM-N - 5:6) = "COUNTY"
             MOVE SPACES TO OEN-NORM-OUT(OEN-NORM-N - 5:6)
           ELSE
             IF OEN-NORM-N > 4
                AND OEN-NORM-OUT(OEN-NORM-N - 3:4) = "CITY"
               MOVE SPACES TO OEN-NORM-OUT(OEN-NORM-N - 3:4)
             END-IF
           END-IF.
           IF OEN-NORM-OUT NOT = SPACES
              AND OEN-NORM-OUT NOT = OEN-O-TXT
             MOVE 3 TO OEN-FLD
             MOVE "CITY" TO OEN-NAME
             MOVE DTLS-LF(3) TO OEN-E-TXT
             PERFORM OEN-REPORT-PARA
           END-IF.

      *******************************************************
      *> 共用段落：比對用正規化 (OEN-NORM-IN 轉大寫、僅留英文
      *> 字母存入 OEN-NORM-OUT；含非 ASCII 字元時 OEN-NONASCII=Y)
      *******************************************************
       OEN-NORM-PARA.
           MOVE SPACES TO OEN-NORM-OUT.
           MOVE 0 TO OEN-NORM-N.
           MOVE "N" TO OEN-NONASCII.
           MOVE LENGTH OF FUNCTION TRIM(OEN-NORM-IN TRAILING)
             TO OEN-NORM-LEN.
           MOVE FUNCTION UPPER-CASE(OEN-NORM-IN) TO OEN-NORM-IN.
           PERFORM VARYING OEN-K FROM 1 BY 1
                     UNTIL OEN-K > OEN-NORM-LEN
             MOVE OEN-NORM-IN(OEN-K:1) TO OEN-NORM-CH
             IF OEN-NORM-CH > X"7F"
               MOVE "Y" TO OEN-NONASCII
             END-IF
             IF OEN-NORM-CH >= "A" AND OEN-NORM-CH <= "Z"
                AND OEN-NORM-N < 100
               ADD 1 TO OEN-NORM-N
               MOVE OEN-NORM-CH TO OEN-NORM-OUT(OEN-NORM-N:1)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：不一致欄位一列 (OEN-NAME/OEN-O-TXT/OEN-E-TXT)
      *******************************************************
       OEN-REPORT-PARA.
           IF OEN-FIELDS = SPACES
             MOVE OEN-NAME TO OEN-FIELDS
           ELSE
             STRING
               FUNCTION TRIM(OEN-FIELDS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(OEN-NAME) DELIMITED BY SIZE
               INTO OEN-FIELDS
             END-STRING
           END-IF.
           MOVE SPACES TO OEN-TXT.
           STRING
             FUNCTION TRIM(DTLS-LF(20)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OEN-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OEN-O-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OEN-E-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(21)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(22)) DELIMITED BY SIZE
             INTO OEN-TXT
           END-STRING.
           MOVE OEN-TXT TO ORIGEN-REC.
           WRITE ORIGEN-REC.

      *******************************************************
      *> 共用段落：羅馬化置換 (TRL-IN 逐對置換後回寫 TRL-IN)
      *******************************************************
       TRANSLIT-PARA.
           PERFORM VARYING TRL-IDX FROM 1 BY 1
                     UNTIL TRL-IDX > TRL-COUNT
             MOVE LENGTH OF FUNCTION TRIM(TRL-FROM(TRL-IDX))
               TO TRL-F-LEN
             MOVE LENGTH OF FUNCTION TRIM(TRL-TO(TRL-IDX))
               TO TRL-T-LEN
             IF TRL-F-LEN > 0
               MOVE LENGTH OF FUNCTION TRIM(TRL-IN) TO TRL-IN-LEN
               MOVE SPACES TO TRL-OUT
               MOVE 0 TO TRL-O
               MOVE 1 TO TRL-I
               PERFORM UNTIL TRL-I > TRL-IN-LEN OR TRL-O > 1980
                 IF TRL-I + TRL-F-LEN - 1 <= TRL-IN-LEN
                    AND TRL-IN(TRL-I:TRL-F-LEN) =
                        TRL-FROM(TRL-IDX)(1:TRL-F-LEN)
                   IF TRL-T-LEN > 0
                     MOVE TRL-TO(TRL-IDX)(1:TRL-T-LEN)
                       TO TRL-OUT(TRL-O + 1:TRL-T-LEN)
                     ADD TRL-T-LEN TO TRL-O
                   END-IF
                   ADD TRL-F-LEN TO TRL-I
                 ELSE
                   ADD 1 TO TRL-O
                   MOVE TRL-IN(TRL-I:1) TO TRL-OUT(TRL-O:1)
                   ADD 1 TO TRL-I
                 END-IF
               END-PERFORM
               MOVE TRL-OUT TO TRL-IN
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：退件率分組統計 (依退件原因、SOURCE_SYSTEM)
      *> 以逐項「首見才統計」方式避免另建彙總表
      *******************************************************
       RETRATE-GROUP-PARA.
           PERFORM VARYING RR-J FROM 1 BY 1
                     UNTIL RR-J > RR-REA-COUNT
             MOVE RR-REA-CNT(RR-J) TO UND-CNT-FMT
             MOVE SPACES TO UND-TXT
             STRING
               "REASON;" DELIMITED BY SIZE
               FUNCTION TRIM(RR-REA-KEY(RR-J)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UND-CNT-FMT) DELIMITED BY SIZE
               INTO UND-TXT
             END-STRING
             MOVE UND-TXT TO RETRATE-REC
             WRITE RETRATE-REC
           END-PERFORM.
           PERFORM VARYING RR-J FROM 1 BY 1
                     UNTIL RR-J > RR-SRC-COUNT
             MOVE RR-SRC-CNT(RR-J) TO UND-CNT-FMT
             MOVE SPACES TO UND-TXT
             STRING
               "SOURCE_SYSTEM;" DELIMITED BY SIZE
               FUNCTION TRIM(RR-SRC-KEY(RR-J)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UND-CNT-FMT) DELIMITED BY SIZE
               INTO UND-TXT
             END-STRING
             MOVE UND-TXT TO RETRATE-REC
             WRITE RETRATE-REC
           END-PERFORM.

      *******************************************************
      *> 共用段落：退件率分組累計 (最終掃描時逐筆累計)
      *******************************************************
       RETRATE-TALLY-PARA.
           MOVE 0 TO RR-FOUND.
           PERFORM VARYING RR-J FROM 1 BY 1
                     UNTIL RR-J > RR-REA-COUNT
             IF RR-REA-KEY(RR-J) = UNDX-REASON
               MOVE RR-J TO RR-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF RR-FOUND > 0
             ADD 1 TO RR-REA-CNT(RR-FOUND)
           ELSE
             IF RR-REA-COUNT < 200
               ADD 1 TO RR-REA-COUNT
               MOVE UNDX-REASON TO RR-REA-KEY(RR-REA-COUNT)
               MOVE 1 TO RR-REA-CNT(RR-REA-COUNT)
             END-IF
           END-IF.

           IF UNDX-SOURCE NOT = SPACES
             MOVE 0 TO RR-FOUND
             PERFORM VARYING RR-J FROM 1 BY 1
                       UNTIL RR-J > RR-SRC-COUNT
               IF RR-SRC-KEY(RR-J) = UNDX-SOURCE
                 MOVE RR-J TO RR-FOUND
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF RR-FOUND > 0
               ADD 1 TO RR-SRC-CNT(RR-FOUND)
             ELSE
               IF RR-SRC-COUNT < 100
                 ADD 1 TO RR-SRC-COUNT
                 MOVE UNDX-SOURCE TO RR-SRC-KEY(RR-SRC-COUNT)
                 MOVE 1 TO RR-SRC-CNT(RR-SRC-COUNT)
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：保存檔過濾重寫 (PRG-FNAME 所指檔案中，首欄
      *> 為清除對象 CUSTOMER_ID 的資料列一律移除，其餘原樣保留)
      *******************************************************
       PURGE-FILTER-PARA.
           MOVE SPACES TO CTL-PURGE-IN-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(PRG-FNAME) DELIMITED BY SIZE
             INTO CTL-PURGE-IN-PATH
           END-STRING.
           MOVE SPACES TO CTL-PURGE-OUT-PATH.
           STRING
             FUNCTION TRIM(CTL-PURGE-IN-PATH) DELIMITED BY SIZE
             ".new" DELIMITED BY SIZE
             INTO CTL-PURGE-OUT-PATH
           END-STRING.

           OPEN INPUT PURGE-IN-FILE.
           IF PRG-IN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-OUT-FILE.

           MOVE 0 TO PRG-REMOVED.
           PERFORM UNTIL PRG-IN-STATUS NOT = "00"
             READ PURGE-IN-FILE
               AT END
                 MOVE "10" TO PRG-IN-STATUS
               NOT AT END
                 MOVE SPACES TO PRG-KEY PRG-FLDS
                 UNSTRING PURGE-IN-REC DELIMITED BY ";"
                     INTO PRG-KEY
                 UNSTRING PURGE-IN-REC DELIMITED BY ";"
                     INTO PRG-FLD(1) PRG-FLD(2) PRG-FLD(3)
                          PRG-FLD(4) PRG-FLD(5)
                 MOVE "N" TO PRG-MATCHED
                 PERFORM VARYING PRG-K FROM 1 BY 1
                           UNTIL PRG-K > PRG-COUNT
                   IF FUNCTION TRIM(PRG-KEY) =
                      FUNCTION TRIM(PRG-CUSTID(PRG-K))
                     *> 保全中的要求/日期區間內的資料列原樣保留
                     IF PRG-HOLD(PRG-K) NOT = SPACES
                        AND PRG-HELD-ROWS(PRG-K) = 0
                       EXIT PERFORM
                     END-IF
                     IF PRG-DATE-COL > 0
                       MOVE FUNCTION TRIM(PRG-KEY) TO LGH-KEY-CUST
                       MOVE PRG-FLD(PRG-DATE-COL) TO LGH-KEY-DATE
                       PERFORM LGH-CHECK-PARA
                       IF LGH-HIT-ID NOT = SPACES
                         MOVE LGH-HIT-ID TO PRG-HOLD(PRG-K)
                         ADD 1 TO PRG-HELD-ROWS(PRG-K)
                         EXIT PERFORM
                       END-IF
                     END-IF
                     MOVE "Y" TO PRG-MATCHED
                     ADD 1 TO PRG-REMOVED
                     *> 證明記錄累計本檔案名稱 (每件一次)
                     IF PRG-FILES(PRG-K) = SPACES
                       MOVE FUNCTION TRIM(PRG-FNAME)
                         TO PRG-FILES(PRG-K)
                     ELSE
                       MOVE 0 TO TALLY
                       INSPECT PRG-FILES(PRG-K) TALLYING TALLY
                         FOR ALL FUNCTION TRIM(PRG-FNAME)
                       IF TALLY = 0
                         STRING
                           FUNCTION TRIM(PRG-FILES(PRG-K))
                             DELIMITED BY SIZE
                           "+" DELIMITED BY SIZE
                           FUNCTION TRIM(PRG-FNAME)
                             DELIMITED BY SIZE
                           INTO PRG-FILES(PRG-K)
                         END-STRING
                       END-IF
                     END-IF
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
                 IF PRG-MATCHED = "N"
                   MOVE PURGE-IN-REC TO PURGE-OUT-REC
                   WRITE PURGE-OUT-REC
                 ELSE
                   *> 地址歷史索引檔同步刪除同一列
                   IF PRG-FNAME = "AddressHistory.csv"
                     MOVE "DELETE" TO HST-OP
                     MOVE CTL-HIST-IDX-PATH TO HST-PATH
                     MOVE PURGE-IN-REC TO HST-ROW
                     CALL 'HIST-STORE' USING LS-HIST-STORE
                     IF HST-RESULT = "E"
                       ADD 1 TO HIST-IDX-FAIL
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE PURGE-IN-FILE.
           CLOSE PURGE-OUT-FILE.
           MOVE "00" TO PRG-IN-STATUS.
           IF PRG-FNAME = "AddressHistory.csv"
             MOVE "CLOSE" TO HST-OP
             CALL 'HIST-STORE' USING LS-HIST-STORE
             PERFORM HIST-IDX-WARN-PARA
           END-IF.

           CALL "CBL_DELETE_FILE" USING CTL-PURGE-IN-PATH
             RETURNING ARCHIVE-RC.
           CALL "CBL_RENAME_FILE" USING CTL-PURGE-OUT-PATH
             CTL-PURGE-IN-PATH RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: COULD NOT REPLACE "
               FUNCTION TRIM(CTL-PURGE-IN-PATH) " AFTER PURGE"
           END-IF.

      *******************************************************
      *> 共用段落：法務保全名單載入 (input\LegalHold.csv)
      *******************************************************
       LGH-LOAD-PARA.
           MOVE 0 TO LGH-COUNT.
           OPEN INPUT LEGALHOLD-FILE.
           IF LGH-STATUS NOT = "00"
             MOVE "00" TO LGH-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LGH-STATUS NOT = "00"
             READ LEGALHOLD-FILE
               AT END
                 MOVE "10" TO LGH-STATUS
               NOT AT END
                 IF LGH-COUNT < 500
                    AND FUNCTION TRIM(LEGALHOLD-REC) NOT = SPACES
                    AND LEGALHOLD-REC(1:1) NOT = "*"
                    AND LEGALHOLD-REC(1:8) NOT = "HOLD_ID;"
                   ADD 1 TO LGH-COUNT
                   MOVE SPACES TO LGH-ID(LGH-COUNT)
                     LGH-CUSTID(LGH-COUNT) LGH-FROM(LGH-COUNT)
                     LGH-TO(LGH-COUNT)
                   UNSTRING LEGALHOLD-REC DELIMITED BY ";"
                       INTO LGH-ID(LGH-COUNT) LGH-CUSTID(LGH-COUNT)
                            LGH-FROM(LGH-COUNT) LGH-TO(LGH-COUNT)
                   MOVE FUNCTION TRIM(LGH-CUSTID(LGH-COUNT))
                     TO LGH-CUSTID(LGH-COUNT)
                   IF LGH-TO(LGH-COUNT) = SPACES
                     MOVE "99999999" TO LGH-TO(LGH-COUNT)
                   END-IF
                   *> 無客戶亦無日期的列無保全範圍，略過
                   IF LGH-CUSTID(LGH-COUNT) = SPACES
                      AND LGH-FROM(LGH-COUNT) = SPACES
                     SUBTRACT 1 FROM LGH-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEGALHOLD-FILE.
           MOVE "00" TO LGH-STATUS.

      *******************************************************
      *> 共用段落：保全比對 (LGH-KEY-CUST / LGH-KEY-DATE ->
      *> LGH-HIT-ID；未命中為空白)。LGH-KEY-DATE 空白時只比對
      *> 整戶保全 (無日期條件者)
      *******************************************************
       LGH-CHECK-PARA.
           MOVE SPACES TO LGH-HIT-ID.
           PERFORM VARYING LGH-I FROM 1 BY 1
                     UNTIL LGH-I > LGH-COUNT
             IF LGH-CUSTID(LGH-I) = SPACES
                OR LGH-CUSTID(LGH-I) = LGH-KEY-CUST
               IF LGH-FROM(LGH-I) = SPACES
                 IF LGH-CUSTID(LGH-I) NOT = SPACES
                   MOVE LGH-ID(LGH-I) TO LGH-HIT-ID
                   EXIT PERFORM
                 END-IF
               ELSE
                 IF LGH-KEY-DATE IS NUMERIC
                    AND LGH-KEY-DATE >= LGH-FROM(LGH-I)
                    AND LGH-KEY-DATE <= LGH-TO(LGH-I)
                   MOVE LGH-ID(LGH-I) TO LGH-HIT-ID
                   EXIT PERFORM
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：單筆記錄去識別化 (RUN-MODE=MASKED)
      *> 假名 = MSK + CUSTOMER_ID 雜湊 8 碼 (同 ID 必得同假名)；
      *> 位址行內所有數字依雜湊值旋轉 (位數不變，格式檢核不受
      *> 影響)，足以擾動門牌號碼/郵遞區號而保持結構真實
      *******************************************************
       MASK-RECORD-PARA.
           MOVE 0 TO MSK-HASH.
           MOVE LENGTH OF FUNCTION TRIM(IF-DATA(1)) TO MSK-LEN.
           PERFORM VARYING MSK-I FROM 1 BY 1 UNTIL MSK-I > MSK-LEN
             COMPUTE MSK-HASH = FUNCTION MOD(
               MSK-HASH * 31 + FUNCTION ORD(IF-DATA(1)(MSK-I:1)),
               99999989)
           END-PERFORM.
           COMPUTE MSK-DELTA = FUNCTION MOD(MSK-HASH, 7) + 1.

           MOVE SPACES TO MSK-ID-TXT.
           STRING
             "MSK" DELIMITED BY SIZE
             MSK-HASH DELIMITED BY SIZE
             INTO MSK-ID-TXT
           END-STRING.
           MOVE MSK-ID-TXT TO IF-DATA(1).

           MOVE LENGTH OF FUNCTION TRIM(IF-DATA(2)) TO MSK-LEN.
           PERFORM VARYING MSK-I FROM 1 BY 1 UNTIL MSK-I > MSK-LEN
             MOVE IF-DATA(2)(MSK-I:1) TO MSK-CH
             IF MSK-CH >= "0" AND MSK-CH <= "9"
               COMPUTE MSK-D = FUNCTION MOD(
                 FUNCTION ORD(MSK-CH) - FUNCTION ORD("0")
                 + MSK-DELTA, 10)
               MOVE FUNCTION CHAR(FUNCTION ORD("0") + MSK-D)
                 TO IF-DATA(2)(MSK-I:1)
             END-IF
           END-PERFORM.

           MOVE LENGTH OF FUNCTION TRIM(IF-DATA(3)) TO MSK-LEN.
           PERFORM VARYING MSK-I FROM 1 BY 1 UNTIL MSK-I > MSK-LEN
             MOVE IF-DATA(3)(MSK-I:1) TO MSK-CH
             IF MSK-CH >= "0" AND MSK-CH <= "9"
               COMPUTE MSK-D = FUNCTION MOD(
                 FUNCTION ORD(MSK-CH) - FUNCTION ORD("0")
                 + MSK-DELTA, 10)
               MOVE FUNCTION CHAR(FUNCTION ORD("0") + MSK-D)
                 TO IF-DATA(3)(MSK-I:1)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：單一輸出檔鏡像複製與重新計數核對
      *******************************************************
       MIRROR-COPY-PARA.
           MOVE SPACES TO MIR-SRC-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(MIR-NAME) DELIMITED BY SIZE
             INTO MIR-SRC-PATH
           END-STRING.
           MOVE SPACES TO MIR-DST-PATH.
           STRING
             FUNCTION TRIM(CTL-MIRROR-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(MIR-NAME) DELIMITED BY SIZE
             INTO MIR-DST-PATH
           END-STRING.

           *> 複製並計算來源筆數
           MOVE 0 TO MIR-SRC-CNT.
           OPEN INPUT MIR-IN-FILE.
           IF MIR-IN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MIR-OUT-FILE.
           PERFORM UNTIL MIR-IN-STATUS NOT = "00"
             READ MIR-IN-FILE
               AT END
                 MOVE "10" TO MIR-IN-STATUS
               NOT AT END
                 ADD 1 TO MIR-SRC-CNT
                 MOVE MIR-IN-REC TO MIR-OUT-REC
                 WRITE MIR-OUT-REC
             END-READ
           END-PERFORM.
           CLOSE MIR-IN-FILE.
           CLOSE MIR-OUT-FILE.
           MOVE "00" TO MIR-IN-STATUS.

           *> 重新讀取鏡像檔計數核對
           MOVE 0 TO MIR-DST-CNT.
           MOVE MIR-DST-PATH TO MIR-SRC-PATH.
           OPEN INPUT MIR-IN-FILE.
           IF MIR-IN-STATUS = "00"
             PERFORM UNTIL MIR-IN-STATUS NOT = "00"
               READ MIR-IN-FILE
                 AT END
                   MOVE "10" TO MIR-IN-STATUS
                 NOT AT END
                   ADD 1 TO MIR-DST-CNT
               END-READ
             END-PERFORM
             CLOSE MIR-IN-FILE
           END-IF.
           MOVE "00" TO MIR-IN-STATUS.

           IF MIR-DST-CNT NOT = MIR-SRC-CNT
             MOVE "ADR0306E" TO RST-LAST-MSG
             DISPLAY "ADR0306E "
               "MIRROR MISMATCH FOR " FUNCTION TRIM(MIR-NAME)
               ": SOURCE " MIR-SRC-CNT " MIRROR " MIR-DST-CNT
             MOVE "Y" TO MIR-FAIL-FLAG
           END-IF.

      *******************************************************
      *> 共用段落：決定本次郵寄代號 (控制卡優先，否則批次表頭
      *> 第 6 欄)、交寄日與預定件數；代號空白者不登錄郵寄
      *******************************************************
       MRG-INIT-PARA.
           MOVE "N" TO MRG-ACTIVE.
           MOVE SPACES TO MRG-RUN-ID.
           IF CTL-MAILING-ID = SPACES
              AND FUNCTION TRIM(BATCH-MAILING) NOT = SPACES
             IF LENGTH OF FUNCTION TRIM(BATCH-MAILING) > 20
                OR FUNCTION TRIM(BATCH-MAILING)(1:1) = "#"
               MOVE "ADR0222W" TO RST-LAST-MSG
               DISPLAY "ADR0222W BATCH HEADER MAILING_ID IGNORED: "
                 FUNCTION TRIM(BATCH-MAILING)
               MOVE "Y" TO MRG-WARNED
             ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BATCH-MAILING))
                 TO CTL-MAILING-ID
               MOVE "H" TO PARM-SRC(56)
             END-IF
           END-IF.
           IF CTL-MAILING-ID = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO MRG-ACTIVE.
           MOVE CTL-MAILING-ID TO MRG-RUN-ID.
           IF CTL-BATCH-DATE IS NUMERIC
             MOVE CTL-BATCH-DATE TO MRG-RUN-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO MRG-RUN-DATE
           END-IF.
           EVALUATE TRUE
             WHEN CTL-MAILING-PLAN > 0
               MOVE CTL-MAILING-PLAN TO MRG-RUN-PLAN
             WHEN BATCH-EXP-NUM > 0
               MOVE BATCH-EXP-NUM TO MRG-RUN-PLAN
             WHEN OTHER
               MOVE RECON-LINE-COUNT TO MRG-RUN-PLAN
           END-EVALUATE.
           MOVE MRG-RUN-PLAN TO MRG-FMT1.
           MOVE "ADR0026I" TO RST-LAST-MSG
           DISPLAY "ADR0026I MAILING " FUNCTION TRIM(MRG-RUN-ID)
             " REGISTERED - PLANNED PIECES: " FUNCTION TRIM(MRG-FMT1).

      *******************************************************
      *> 共用段落：記錄本件交寄 (客戶 + 交寄日 + 郵寄代號)
      *******************************************************
       MRG-PIECE-PARA.
           MOVE "PIECE" TO MRG-OP.
           MOVE DTLS-LF(20) TO MRG-CUSTID.
           MOVE MRG-RUN-DATE TO MRG-DATE.
           MOVE MRG-RUN-ID TO MRG-ID.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           IF MRG-RESULT = "E"
             ADD 1 TO MRG-PC-FAIL
           END-IF.

      *******************************************************
      *> 共用段落：退件歸屬郵寄 (退件檔第 4 欄帶郵寄代號者
      *> 直接採用，否則依客戶與退件日反查最近一次交寄)
      *******************************************************
       MRG-RETURN-PARA.
           INITIALIZE MRG-REG.
           IF FUNCTION TRIM(MRG-RET-ID) NOT = SPACES
             MOVE "GET" TO MRG-OP
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MRG-RET-ID))
               TO MRG-ID
           ELSE
             MOVE "ATTRIB" TO MRG-OP
             MOVE FUNCTION TRIM(UND-TOK(1)) TO MRG-CUSTID
             MOVE UND-TOK(3)(1:8) TO MRG-DATE
           END-IF.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           IF MRG-RESULT NOT = "Y"
             ADD 1 TO MRG-RET-UNATTR
             EXIT PARAGRAPH
           END-IF.

           MOVE MRG-ID TO MRG-RET-ID.
           INITIALIZE MRG-REG.
           MOVE MRG-RET-ID TO MRG-ID.
           MOVE 1 TO MRG-RETURNED.
           MOVE UND-TOK(3)(1:8) TO MRG-DATE.
           MOVE "POST" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           IF MRG-RESULT = "Y"
             ADD 1 TO MRG-RET-ATTR
           ELSE
             ADD 1 TO MRG-RET-UNATTR
             MOVE "Y" TO MRG-WARNED
           END-IF.

      *******************************************************
      *> 共用段落：本次郵寄過帳 (交寄批數 1、預定/實寄件數、
      *> 預估郵資)，並關閉郵寄登錄
      *******************************************************
       MRG-POST-PARA.
           INITIALIZE MRG-REG.
           MOVE MRG-RUN-ID TO MRG-ID.
           MOVE CTL-MAILING-CAMP TO MRG-CAMPAIGN.
           MOVE 1 TO MRG-BATCHES.
           MOVE MRG-RUN-PLAN TO MRG-PLANNED.
           MOVE HSK-UPU-COUNT TO MRG-MAILED.
           MOVE PST-RUN-TOTAL TO MRG-EST-POSTAGE.
           MOVE MRG-RUN-DATE TO MRG-DATE.
           MOVE "POST" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           IF MRG-RESULT = "Y"
             MOVE MRG-MAILED TO MRG-FMT1
             MOVE "ADR0028I" TO RST-LAST-MSG
             DISPLAY "ADR0028I MAILING " FUNCTION TRIM(MRG-RUN-ID)
               " POSTED TO MailingRegister.dat - MAILED TO DATE: "
               FUNCTION TRIM(MRG-FMT1)
           ELSE
             MOVE "ADR0223W" TO RST-LAST-MSG
             DISPLAY "ADR0223W MAILING " FUNCTION TRIM(MRG-RUN-ID)
               " NOT POSTED TO THE MAILING REGISTER"
             MOVE "Y" TO MRG-WARNED
           END-IF.
           IF MRG-PC-FAIL > 0
             MOVE MRG-PC-FAIL TO MRG-FMT1
             MOVE "ADR0223W" TO RST-LAST-MSG
             DISPLAY "ADR0223W PIECES NOT RECORDED FOR MAILING "
               FUNCTION TRIM(MRG-RUN-ID) ": " FUNCTION TRIM(MRG-FMT1)
             MOVE "Y" TO MRG-WARNED
           END-IF.

      *******************************************************
      *> 共用段落：開啟地址變更確認通知檔與通知登錄 (續跑/
      *> 重送時通知檔續寫；登錄無法開啟時拒絕執行，不得漏發)
      *******************************************************
       NTC-OPEN-PARA.
           MOVE "N" TO NTC-ACTIVE.
           OPEN I-O NOTICE-REG-FILE.
           IF NTR-STATUS = "35"
             OPEN OUTPUT NOTICE-REG-FILE
             CLOSE NOTICE-REG-FILE
             OPEN I-O NOTICE-REG-FILE
           END-IF.
           IF NTR-STATUS NOT = "00"
             MOVE "ADR0101E" TO RST-LAST-MSG
             DISPLAY "ADR0101E RUN REFUSED: NOTICE REGISTER "
               "NoticeRegister.dat CANNOT BE OPENED (STATUS "
               NTR-STATUS ")"
             PERFORM LOCK-RELEASE-PARA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           *> 通知序號 (#SEQ 記錄)
           MOVE 0 TO NTC-SEQ.
           MOVE SPACES TO NTR-REC.
           MOVE "#SEQ" TO NTR-CUSTID.
           MOVE 0 TO NTR-CHG.
           READ NOTICE-REG-FILE
             INVALID KEY
               MOVE ZEROS TO NTR-REF(1:9)
               WRITE NTR-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
             NOT INVALID KEY
               IF NTR-REF(1:9) IS NUMERIC
                 MOVE NTR-REF(1:9) TO NTC-SEQ
               END-IF
           END-READ.

           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND NOTICE-FILE
           ELSE
             MOVE "35" TO NTC-STATUS
           END-IF.
           IF NTC-STATUS NOT = "00"
             OPEN OUTPUT NOTICE-FILE
             MOVE SPACES TO NOTICE-REC
             STRING
               "CUSTOMER_ID;NOTICE_REF;RECIPIENT;MAIL_TO_ADDRESS;"
                 DELIMITED BY SIZE
               "OLD_ADDRESS;NEW_ADDRESS;CHANGE_SOURCE;CHANGE_DATE"
                 DELIMITED BY SIZE
               INTO NOTICE-REC
             END-STRING
             WRITE NOTICE-REC
           END-IF.
           MOVE "Y" TO NTC-ACTIVE.

      *******************************************************
      *> 共用段落：地址變更確認通知 (NTC-CUST/NTC-OLD/NTC-NEW/
      *> NTC-SRC/NTC-DATE)；登錄已有同一異動者不重發。通知列
      *> 先於登錄寫出：中途異常時寧可重發，不可漏發
      *******************************************************
       NTC-ISSUE-PARA.
           IF NTC-ACTIVE NOT = "Y"
              OR FUNCTION TRIM(NTC-OLD) = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM NTC-HASH-PARA.
           MOVE NTC-CUST TO NTR-CUSTID.
           MOVE NTC-HASH TO NTR-CHG.
           READ NOTICE-REG-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF NTR-STATUS = "00"
             ADD 1 TO NTC-DUP
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO NTC-SEQ.
           MOVE NTC-SEQ TO NTC-SEQ-ED.
           MOVE SPACES TO NTC-REF.
           STRING
             "CN" DELIMITED BY SIZE
             NTC-DATE DELIMITED BY SIZE
             NTC-SEQ-ED DELIMITED BY SIZE
             INTO NTC-REF
           END-STRING.

           *> 舊址一份 (防冒名改址：原址收件人得以察覺)
           MOVE SPACES TO NTC-TXT.
           STRING
             FUNCTION TRIM(NTC-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-REF) DELIMITED BY SIZE
             ";OLD;" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-OLD) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-OLD) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-NEW) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             NTC-DATE DELIMITED BY SIZE
             INTO NTC-TXT
           END-STRING.
           MOVE NTC-TXT TO NOTICE-REC.
           WRITE NOTICE-REC.
           *> 新址一份
           MOVE SPACES TO NTC-TXT.
           STRING
             FUNCTION TRIM(NTC-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-REF) DELIMITED BY SIZE
             ";NEW;" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-NEW) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-OLD) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-NEW) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             NTC-DATE DELIMITED BY SIZE
             INTO NTC-TXT
           END-STRING.
           MOVE NTC-TXT TO NOTICE-REC.
           WRITE NOTICE-REC.
           ADD 1 TO NTC-ISSUED.

           *> 通知登錄 (每位客戶已發通知) 與序號
           MOVE SPACES TO NTR-REC.
           MOVE NTC-CUST TO NTR-CUSTID.
           MOVE NTC-HASH TO NTR-CHG.
           MOVE NTC-REF TO NTR-REF.
           MOVE NTC-DATE TO NTR-DATE.
           MOVE NTC-SRC TO NTR-SRC.
           MOVE LOCK-NOW-TS(1:14) TO NTR-RUN-TS.
           MOVE NTC-OLD TO NTR-OLD.
           MOVE NTC-NEW TO NTR-NEW.
           WRITE NTR-REC
             INVALID KEY
               ADD 1 TO NTC-FAIL
               MOVE "Y" TO NTC-WARNED
               MOVE "ADR0224W" TO RST-LAST-MSG
               DISPLAY "ADR0224W NOTICE " FUNCTION TRIM(NTC-REF)
                 " NOT RECORDED IN NoticeRegister.dat FOR "
                 FUNCTION TRIM(NTC-CUST) " (STATUS " NTR-STATUS ")"
           END-WRITE.
           MOVE SPACES TO NTR-REC.
           MOVE "#SEQ" TO NTR-CUSTID.
           MOVE 0 TO NTR-CHG.
           MOVE NTC-SEQ TO NTR-REF(1:9).
           REWRITE NTR-REC
             INVALID KEY
               MOVE "Y" TO NTC-WARNED
           END-REWRITE.

      *******************************************************
      *> 共用段落：異動雜湊 (舊址 + "|" + 新址)，同一客戶的
      *> 同一異動得同一鍵值
      *******************************************************
       NTC-HASH-PARA.
           MOVE 0 TO NTC-HASH.
           MOVE SPACES TO NTC-TXT.
           STRING
             FUNCTION TRIM(NTC-OLD) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(NTC-NEW) DELIMITED BY SIZE
             INTO NTC-TXT
           END-STRING.
           MOVE LENGTH OF FUNCTION TRIM(NTC-TXT) TO NTC-LEN.
           PERFORM VARYING NTC-K FROM 1 BY 1 UNTIL NTC-K > NTC-LEN
             COMPUTE NTC-HASH = FUNCTION MOD(
               NTC-HASH * 31 + FUNCTION ORD(NTC-TXT(NTC-K:1)),
               999999999999)
           END-PERFORM.

      *******************************************************
      *> 共用段落：關閉通知檔與通知登錄並回報件數
      *******************************************************
       NTC-CLOSE-PARA.
           IF NTC-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           CLOSE NOTICE-FILE.
           CLOSE NOTICE-REG-FILE.
           MOVE "N" TO NTC-ACTIVE.
           MOVE NTC-ISSUED TO NTC-FMT.
           MOVE NTC-DUP TO NTC-FMT2.
           MOVE "ADR0029I" TO RST-LAST-MSG
           DISPLAY "ADR0029I ADDRESS CHANGE NOTICES ISSUED: "
             FUNCTION TRIM(NTC-FMT) " (ALREADY SENT: "
             FUNCTION TRIM(NTC-FMT2) ") - SEE Change_Notices.csv".
           IF NTC-FAIL > 0
             MOVE NTC-FAIL TO NTC-FMT
             MOVE "ADR0224W" TO RST-LAST-MSG
             DISPLAY "ADR0224W NOTICES NOT RECORDED IN THE NOTICE "
               "REGISTER: " FUNCTION TRIM(NTC-FMT)
           END-IF.

      *******************************************************
      *> 共用段落：清除要求之客戶自通知登錄逐筆刪除 (保全
      *> 中者保留)
      *******************************************************
       NTC-PURGE-PARA.
           OPEN I-O NOTICE-REG-FILE.
           IF NTR-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRG-I FROM 1 BY 1 UNTIL PRG-I > PRG-COUNT
             IF PRG-HOLD(PRG-I) = SPACES
               MOVE 0 TO PRG-REMOVED
               MOVE FUNCTION TRIM(PRG-CUSTID(PRG-I)) TO NTR-CUSTID
               MOVE 0 TO NTR-CHG
               START NOTICE-REG-FILE KEY NOT < NTR-KEY
                 INVALID KEY
                   MOVE "10" TO NTR-STATUS
               END-START
               PERFORM UNTIL NTR-STATUS NOT = "00"
                 READ NOTICE-REG-FILE NEXT
                   AT END
                     MOVE "10" TO NTR-STATUS
                   NOT AT END
                     IF NTR-CUSTID = PRG-CUSTID(PRG-I)
                       DELETE NOTICE-REG-FILE
                         INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           ADD 1 TO PRG-REMOVED
                       END-DELETE
                     ELSE
                       MOVE "10" TO NTR-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               MOVE "00" TO NTR-STATUS
               IF PRG-REMOVED > 0
                 IF PRG-FILES(PRG-I) = SPACES
                   MOVE "NoticeRegister.dat" TO PRG-FILES(PRG-I)
                 ELSE
                   STRING
                     FUNCTION TRIM(PRG-FILES(PRG-I)) DELIMITED BY SIZE
                     "+NoticeRegister.dat" DELIMITED BY SIZE
                     INTO PRG-FILES(PRG-I)
                   END-STRING
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           CLOSE NOTICE-REG-FILE.

      *******************************************************
      *> 共用段落：載入應申報國家對照表並開啟徵兆檔與徵兆登錄
      *> (對照表不存在時不評估；登錄無法開啟時拒絕執行，不得
      *> 漏報；續跑/重送及核可套用待核更新時徵兆檔續寫)
      *******************************************************
       TAX-OPEN-PARA.
           MOVE "N" TO TAX-ACTIVE.
           MOVE 0 TO TAX-J-COUNT.
           MOVE 90 TO TAX-US-DAYS.
           OPEN INPUT TAXJUR-FILE.
           IF TAX-JUR-STATUS NOT = "00"
             MOVE "00" TO TAX-JUR-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TAX-JUR-STATUS NOT = "00"
             READ TAXJUR-FILE
               AT END
                 MOVE "10" TO TAX-JUR-STATUS
               NOT AT END
                 IF TAX-J-COUNT < 200
                    AND FUNCTION TRIM(TAXJUR-REC) NOT = SPACES
                    AND TAXJUR-REC(1:1) NOT = "*"
                    AND TAXJUR-REC(1:8) NOT = "COUNTRY;"
                   MOVE SPACES TO TAX-TOK(1) TAX-TOK(2) TAX-TOK(3)
                   UNSTRING TAXJUR-REC DELIMITED BY ";"
                       INTO TAX-TOK(1) TAX-TOK(2) TAX-TOK(3)
                   ADD 1 TO TAX-J-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-TOK(1)))
                     TO TAX-J-CTRY(TAX-J-COUNT)
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-TOK(2)))
                      = "FATCA"
                     MOVE "FATCA" TO TAX-J-REGIME(TAX-J-COUNT)
                   ELSE
                     MOVE "CRS" TO TAX-J-REGIME(TAX-J-COUNT)
                   END-IF
                   MOVE 90 TO TAX-J-DAYS(TAX-J-COUNT)
                   IF FUNCTION TRIM(TAX-TOK(3)) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(TAX-TOK(3)))
                       TO TAX-J-DAYS(TAX-J-COUNT)
                   END-IF
                   IF TAX-J-REGIME(TAX-J-COUNT) = "FATCA"
                     MOVE TAX-J-DAYS(TAX-J-COUNT) TO TAX-US-DAYS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TAXJUR-FILE.
           MOVE "00" TO TAX-JUR-STATUS.
           IF TAX-J-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           OPEN I-O TAX-REG-FILE.
           IF TXR-STATUS = "35"
             OPEN OUTPUT TAX-REG-FILE
             CLOSE TAX-REG-FILE
             OPEN I-O TAX-REG-FILE
           END-IF.
           IF TXR-STATUS NOT = "00"
             MOVE "ADR0101E" TO RST-LAST-MSG
             DISPLAY "ADR0101E RUN REFUSED: TAX INDICIA REGISTER "
               "TaxIndiciaRegister.dat CANNOT BE OPENED (STATUS "
               TXR-STATUS ")"
             PERFORM LOCK-RELEASE-PARA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
              OR CTL-RUN-MODE = "PENDING"
             OPEN EXTEND TAX-IND-FILE
           ELSE
             MOVE "35" TO TAX-STATUS
           END-IF.
           IF TAX-STATUS NOT = "00"
             OPEN OUTPUT TAX-IND-FILE
             MOVE SPACES TO TAX-IND-REC
             STRING
               "CUSTOMER_ID;OLD_COUNTRY;NEW_COUNTRY;INDICIUM;"
                 DELIMITED BY SIZE
               "REGIME;CHANGE_DATE;REDOCUMENT_BY;CHANGE_SOURCE"
                 DELIMITED BY SIZE
               INTO TAX-IND-REC
             END-STRING
             WRITE TAX-IND-REC
           END-IF.
           MOVE "00" TO TAX-STATUS.
           MOVE "Y" TO TAX-ACTIVE.

      *******************************************************
      *> 共用段落：主檔地址異動的稅務徵兆評估 (TAX-CUST/
      *> TAX-OLD-CTRY/TAX-NEW-CTRY/TAX-NEW-ADDR/TAX-CO/TAX-PO/
      *> TAX-SRC/TAX-DATE)；原國別不明 (主檔無血緣國別) 者
      *> 不判定國別變更，美國唯一地址仍照判定
      *******************************************************
       TAX-EVAL-PARA.
           IF TAX-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-OLD-CTRY))
             TO TAX-OLD-CTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-NEW-CTRY))
             TO TAX-NEW-CTRY.
           MOVE "N" TO TAX-OLD-US TAX-NEW-US TAX-NEW-REG.
           MOVE 90 TO TAX-NEW-DAYS.
           PERFORM VARYING TAX-J-I FROM 1 BY 1
                     UNTIL TAX-J-I > TAX-J-COUNT
             IF TAX-OLD-CTRY NOT = SPACES
                AND TAX-J-CTRY(TAX-J-I) = TAX-OLD-CTRY
                AND TAX-J-REGIME(TAX-J-I) = "FATCA"
               MOVE "Y" TO TAX-OLD-US
             END-IF
             IF TAX-NEW-CTRY NOT = SPACES
                AND TAX-J-CTRY(TAX-J-I) = TAX-NEW-CTRY
               IF TAX-J-REGIME(TAX-J-I) = "FATCA"
                 MOVE "Y" TO TAX-NEW-US
               ELSE
                 MOVE "Y" TO TAX-NEW-REG
                 MOVE TAX-J-DAYS(TAX-J-I) TO TAX-NEW-DAYS
               END-IF
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN TAX-NEW-US = "Y" AND TAX-OLD-US NOT = "Y"
               MOVE "US-ADDRESS" TO TAX-TYPE
               MOVE "FATCA" TO TAX-REGIME
               MOVE TAX-US-DAYS TO TAX-DAYS
               PERFORM TAX-RAISE-PARA
             WHEN TAX-NEW-REG = "Y"
                  AND TAX-OLD-CTRY NOT = SPACES
                  AND TAX-OLD-CTRY NOT = TAX-NEW-CTRY
               MOVE "RESIDENCE-CHANGE" TO TAX-TYPE
               MOVE "CRS" TO TAX-REGIME
               MOVE TAX-NEW-DAYS TO TAX-DAYS
               PERFORM TAX-RAISE-PARA
           END-EVALUATE.
           IF TAX-NEW-US = "Y" AND TAX-PO = "Y"
             MOVE "US-POBOX-ONLY" TO TAX-TYPE
             MOVE "FATCA" TO TAX-REGIME
             MOVE TAX-US-DAYS TO TAX-DAYS
             PERFORM TAX-RAISE-PARA
           END-IF.
           IF TAX-NEW-US = "Y" AND TAX-CO = "Y"
             MOVE "US-CAREOF-ONLY" TO TAX-TYPE
             MOVE "FATCA" TO TAX-REGIME
             MOVE TAX-US-DAYS TO TAX-DAYS
             PERFORM TAX-RAISE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：徵兆一筆 (TAX-TYPE/TAX-REGIME/TAX-DAYS)；
      *> 雜湊 = 徵兆類型 + 原國別 + 新國別 + 新地址，登錄已有
      *> 者不重報。徵兆列先於登錄寫出：中途異常時寧可重報，
      *> 不可漏報
      *******************************************************
       TAX-RAISE-PARA.
           MOVE 0 TO TAX-HASH.
           MOVE SPACES TO TAX-TXT.
           STRING
             FUNCTION TRIM(TAX-TYPE) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-OLD-CTRY) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-NEW-CTRY) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-NEW-ADDR) DELIMITED BY SIZE
             INTO TAX-TXT
           END-STRING.
           MOVE LENGTH OF FUNCTION TRIM(TAX-TXT) TO TAX-LEN.
           PERFORM VARYING TAX-K FROM 1 BY 1 UNTIL TAX-K > TAX-LEN
             COMPUTE TAX-HASH = FUNCTION MOD(
               TAX-HASH * 31 + FUNCTION ORD(TAX-TXT(TAX-K:1)),
               999999999999)
           END-PERFORM.
           MOVE TAX-CUST TO TXR-CUSTID.
           MOVE TAX-HASH TO TXR-CHG.
           READ TAX-REG-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF TXR-STATUS = "00"
             ADD 1 TO TAX-DUP
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TAX-DUE-N.
           IF TAX-DATE IS NUMERIC
             COMPUTE TAX-DUE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TAX-DATE))
               + TAX-DAYS
             COMPUTE TAX-DUE-N = FUNCTION DATE-OF-INTEGER(TAX-DUE-INT)
           END-IF.
           MOVE SPACES TO TAX-TXT.
           STRING
             FUNCTION TRIM(TAX-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-OLD-CTRY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-NEW-CTRY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-TYPE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-REGIME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             TAX-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             TAX-DUE-N DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TAX-SRC) DELIMITED BY SIZE
             INTO TAX-TXT
           END-STRING.
           MOVE TAX-TXT TO TAX-IND-REC.
           WRITE TAX-IND-REC.
           ADD 1 TO TAX-RAISED.

           MOVE SPACES TO TXR-REC.
           MOVE TAX-CUST TO TXR-CUSTID.
           MOVE TAX-HASH TO TXR-CHG.
           MOVE TAX-TYPE TO TXR-TYPE.
           MOVE TAX-OLD-CTRY TO TXR-OLD-CTRY.
           MOVE TAX-NEW-CTRY TO TXR-NEW-CTRY.
           MOVE TAX-DATE TO TXR-DATE.
           MOVE TAX-DUE-N TO TXR-DUE.
           MOVE TAX-SRC TO TXR-SRC.
           MOVE LOCK-NOW-TS(1:14) TO TXR-RUN-TS.
           WRITE TXR-REC
             INVALID KEY
               ADD 1 TO TAX-FAIL
               MOVE "Y" TO TAX-WARNED
               MOVE "ADR0235W" TO RST-LAST-MSG
               DISPLAY "ADR0235W TAX INDICIUM " FUNCTION TRIM(TAX-TYPE)
                 " NOT RECORDED IN TaxIndiciaRegister.dat FOR "
                 FUNCTION TRIM(TAX-CUST) " (STATUS " TXR-STATUS ")"
           END-WRITE.

      *******************************************************
      *> 共用段落：關閉徵兆檔與徵兆登錄並回報件數
      *******************************************************
       TAX-CLOSE-PARA.
           IF TAX-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           CLOSE TAX-IND-FILE.
           CLOSE TAX-REG-FILE.
           MOVE "N" TO TAX-ACTIVE.
           MOVE TAX-RAISED TO TAX-FMT.
           MOVE TAX-DUP TO TAX-FMT2.
           MOVE "ADR0038I" TO RST-LAST-MSG
           DISPLAY "ADR0038I CRS/FATCA TAX INDICIA RAISED: "
             FUNCTION TRIM(TAX-FMT) " (ALREADY REPORTED: "
             FUNCTION TRIM(TAX-FMT2) ") - SEE Tax_Indicia.csv".
           IF TAX-FAIL > 0
             MOVE TAX-FAIL TO TAX-FMT
             MOVE "ADR0235W" TO RST-LAST-MSG
             DISPLAY "ADR0235W TAX INDICIA NOT RECORDED IN THE "
               "REGISTER: " FUNCTION TRIM(TAX-FMT)
           END-IF.

      *******************************************************
      *> 共用段落：主檔平衡控制開始 (主檔已 I-O 開啟)：清點
      *> 期初筆數，並與前次執行記下的期末筆數核對
      *******************************************************
       MBL-BEGIN-PARA.
           PERFORM MBL-COUNT-PARA.
           MOVE MBL-CNT TO MBL-OPEN.
           MOVE "Y" TO MBL-ACTIVE.
           MOVE "N" TO MBL-PREV-FOUND.
           OPEN INPUT MASTER-BAL-FILE.
           IF MBL-STATUS = "00"
             READ MASTER-BAL-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF MASTER-BAL-REC(1:9) IS NUMERIC
                   MOVE MASTER-BAL-REC(1:9) TO MBL-PREV
                   MOVE MASTER-BAL-REC(11:14) TO MBL-PREV-TS
                   MOVE "Y" TO MBL-PREV-FOUND
                 END-IF
             END-READ
             CLOSE MASTER-BAL-FILE
           END-IF.
           MOVE "00" TO MBL-STATUS.

           EVALUATE TRUE
             WHEN MBL-PREV-FOUND NOT = "Y"
               MOVE "NO PREVIOUS" TO MBL-CONT
             WHEN MBL-PREV = MBL-OPEN
               MOVE "MATCHED" TO MBL-CONT
             WHEN OTHER
               MOVE "MISMATCH" TO MBL-CONT
               MOVE MBL-OPEN TO MBL-F(1)
               MOVE MBL-PREV TO MBL-F(2)
               MOVE "ADR0225W" TO RST-LAST-MSG
               DISPLAY "ADR0225W MASTER OPENING COUNT "
                 FUNCTION TRIM(MBL-F(1))
                 " DIFFERS FROM CLOSING COUNT "
                 FUNCTION TRIM(MBL-F(2))
                 " OF PREVIOUS RUN " MBL-PREV-TS
               *> 檢查點續跑：前次執行中斷未記期末筆數，
               *> 差異屬預期，僅提示不升回覆碼
               IF CKPT-RESTART-FLAG = "Y"
                 MOVE "ADR0225W" TO RST-LAST-MSG
                 DISPLAY "ADR0225W (CHECKPOINT RESTART - PREVIOUS "
                   "RUN DID NOT END NORMALLY)"
               ELSE
                 MOVE "Y" TO MBL-WARNED
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：主檔平衡控制結束 (主檔仍開啟)：清點期末
      *> 筆數、核對平衡式，並記下期末筆數供下次核對
      *******************************************************
       MBL-END-PARA.
           IF MBL-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO MBL-ACTIVE.
           PERFORM MBL-COUNT-PARA.
           MOVE MBL-CNT TO MBL-CLOSE.
           COMPUTE MBL-EXPECT =
             MBL-OPEN + MBL-ADDED - MBL-DELETED - MBL-PURGED.
           MOVE MBL-OPEN TO MBL-F(1).
           MOVE MBL-ADDED TO MBL-F(2).
           MOVE MBL-DELETED TO MBL-F(3).
           MOVE MBL-PURGED TO MBL-F(4).
           MOVE MBL-CLOSE TO MBL-F(5).
           MOVE MBL-EXPECT TO MBL-F(6).
           IF MBL-EXPECT = MBL-CLOSE
             MOVE "BALANCED" TO MBL-RESULT
             MOVE "ADR0030I" TO RST-LAST-MSG
             DISPLAY "ADR0030I MASTER BALANCED: OPENING "
               FUNCTION TRIM(MBL-F(1)) " + ADDED "
               FUNCTION TRIM(MBL-F(2)) " - DELETED "
               FUNCTION TRIM(MBL-F(3)) " - PURGED "
               FUNCTION TRIM(MBL-F(4)) " = CLOSING "
               FUNCTION TRIM(MBL-F(5))
           ELSE
             MOVE "OUT OF BALANCE" TO MBL-RESULT
             MOVE "Y" TO MBL-FAIL-FLAG
             MOVE "ADR0307E" TO RST-LAST-MSG
             DISPLAY "ADR0307E *** MASTER OUT OF BALANCE: OPENING "
               FUNCTION TRIM(MBL-F(1)) " + ADDED "
               FUNCTION TRIM(MBL-F(2)) " - DELETED "
               FUNCTION TRIM(MBL-F(3)) " - PURGED "
               FUNCTION TRIM(MBL-F(4)) " = "
               FUNCTION TRIM(MBL-F(6)) " BUT CLOSING IS "
               FUNCTION TRIM(MBL-F(5)) " ***"
             IF AUDIT-NOTES = SPACES
               MOVE "MASTER OUT OF BALANCE" TO AUDIT-NOTES
             ELSE
               STRING
                 FUNCTION TRIM(AUDIT-NOTES) DELIMITED BY SIZE
                 ", MASTER OUT OF BALANCE" DELIMITED BY SIZE
                 INTO AUDIT-NOTES
               END-STRING
             END-IF
           END-IF.

           *> 期末筆數記下 (MASKED 測試資料模式不記，比照異動
           *> 序號檔)
           IF CTL-RUN-MODE NOT = "MASKED"
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
             OPEN OUTPUT MASTER-BAL-FILE
             MOVE SPACES TO MASTER-BAL-REC
             STRING
               MBL-CLOSE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AUDIT-TS(1:14) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MBL-MODE) DELIMITED BY SIZE
               INTO MASTER-BAL-REC
             END-STRING
             WRITE MASTER-BAL-REC
             CLOSE MASTER-BAL-FILE
             MOVE "00" TO MBL-STATUS
           END-IF.

      *******************************************************
      *> 共用段落：循序清點主檔筆數 (MBL-CNT)
      *******************************************************
       MBL-COUNT-PARA.
           MOVE 0 TO MBL-CNT.
           MOVE LOW-VALUES TO ADDR-MST-CUSTID.
           START ADDR-MASTER-FILE KEY NOT < ADDR-MST-CUSTID
             INVALID KEY
               MOVE "10" TO ADDR-MST-STATUS
           END-START.
           PERFORM UNTIL ADDR-MST-STATUS NOT = "00"
             READ ADDR-MASTER-FILE NEXT
               AT END
                 MOVE "10" TO ADDR-MST-STATUS
               NOT AT END
                 ADD 1 TO MBL-CNT
                 IF MCG-TALLY = "Y"
                   MOVE FUNCTION UPPER-CASE(
                          FUNCTION TRIM(ADDR-MST-SRC)) TO MCG-KEY
                   PERFORM MCG-FIND-PARA
                   IF MCG-I > 0
                     ADD 1 TO MCG-KNOWN(MCG-I)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE "00" TO ADDR-MST-STATUS.

      *******************************************************
      *> 共用段落：主檔平衡區段寫入 RunSummary.csv (檔案已開啟)
      *******************************************************
       MBL-SUMMARY-PARA.
           IF MBL-MODE = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE MBL-OPEN TO MBL-F(1).
           MOVE MBL-ADDED TO MBL-F(2).
           MOVE MBL-DELETED TO MBL-F(3).
           MOVE MBL-PURGED TO MBL-F(4).
           MOVE MBL-CLOSE TO MBL-F(5).
           MOVE MBL-EXPECT TO MBL-F(6).
           MOVE MBL-UPDATED TO MBL-F(7).
           MOVE MBL-COA TO MBL-F(8).
           MOVE MBL-RESTD TO MBL-F(9).
           MOVE MBL-SEASONAL TO MBL-F(10).
           MOVE MBL-CONFIRMED TO MBL-F(11).
           MOVE MBL-SKIPPED TO MBL-F(12).
           MOVE MBL-FAILED TO MBL-F(13).
           MOVE MBL-PREV TO MBL-F(14).

           MOVE SPACES TO RUN-SUMMARY-REC.
           STRING "MASTER BALANCE;MODE;OPENING;ADDED;DELETED;PURGED;"
               DELIMITED BY SIZE
             "EXPECTED CLOSING;CLOSING;RESULT" DELIMITED BY SIZE
             INTO RUN-SUMMARY-REC
           END-STRING.
           WRITE RUN-SUMMARY-REC.
           MOVE SPACES TO MBL-TXT.
           STRING
             "MASTER BALANCE;" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-MODE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(3)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(4)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(6)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(5)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-RESULT) DELIMITED BY SIZE
             INTO MBL-TXT
           END-STRING.
           MOVE MBL-TXT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           MOVE SPACES TO RUN-SUMMARY-REC.
           STRING "MASTER I/O;UPDATED;COA APPLIED;RESTANDARDIZED;"
               DELIMITED BY SIZE
             "SEASONAL;CONFIRMED UNCHANGED;SKIPPED UNCHANGED;FAILED"
               DELIMITED BY SIZE
             INTO RUN-SUMMARY-REC
           END-STRING.
           WRITE RUN-SUMMARY-REC.
           MOVE SPACES TO MBL-TXT.
           STRING
             "MASTER I/O;" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(7)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(8)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(9)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(10)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(11)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(12)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(13)) DELIMITED BY SIZE
             INTO MBL-TXT
           END-STRING.
           MOVE MBL-TXT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

           MOVE SPACES TO RUN-SUMMARY-REC.
           STRING "MASTER CONTINUITY;PREVIOUS CLOSING;PREVIOUS RUN;"
               DELIMITED BY SIZE
             "OPENING;RESULT" DELIMITED BY SIZE
             INTO RUN-SUMMARY-REC
           END-STRING.
           WRITE RUN-SUMMARY-REC.
           MOVE SPACES TO MBL-TXT.
           IF MBL-PREV-FOUND = "Y"
             STRING
               "MASTER CONTINUITY;" DELIMITED BY SIZE
               FUNCTION TRIM(MBL-F(14)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               MBL-PREV-TS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MBL-F(1)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MBL-CONT) DELIMITED BY SIZE
               INTO MBL-TXT
             END-STRING
           ELSE
             STRING
               "MASTER CONTINUITY;;;" DELIMITED BY SIZE
               FUNCTION TRIM(MBL-F(1)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MBL-CONT) DELIMITED BY SIZE
               INTO MBL-TXT
             END-STRING
           END-IF.
           MOVE MBL-TXT TO RUN-SUMMARY-REC.
           WRITE RUN-SUMMARY-REC.

      *******************************************************
      *> 共用段落：主檔平衡列寫入 AuditLog.csv (檔案已開啟)
      *> MASTER-BALANCE 列為平衡式，MASTER-IO 列為 I/O 分類
      *******************************************************
       MBL-AUDIT-PARA.
           IF MBL-MODE = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT.
           MOVE MBL-OPEN TO MBL-F(1).
           MOVE MBL-ADDED TO MBL-F(2).
           MOVE MBL-DELETED TO MBL-F(3).
           MOVE MBL-PURGED TO MBL-F(4).
           MOVE MBL-CLOSE TO MBL-F(5).
           MOVE MBL-EXPECT TO MBL-F(6).
           MOVE MBL-PREV TO MBL-F(14).
           MOVE SPACES TO MBL-TXT.
           STRING
             FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
             ";MASTER-BALANCE;" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-MODE) DELIMITED BY SIZE
             ";OPENING=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(1)) DELIMITED BY SIZE
             ";ADDED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(2)) DELIMITED BY SIZE
             ";DELETED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(3)) DELIMITED BY SIZE
             ";PURGED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(4)) DELIMITED BY SIZE
             ";EXPECTED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(6)) DELIMITED BY SIZE
             ";CLOSING=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(5)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-RESULT) DELIMITED BY SIZE
             ";PREVIOUS=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(14)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-CONT) DELIMITED BY SIZE
             INTO MBL-TXT
           END-STRING.
           MOVE MBL-TXT TO LCH-LINE.
           PERFORM AUDIT-CHAIN-PARA.

           MOVE MBL-UPDATED TO MBL-F(7).
           MOVE MBL-COA TO MBL-F(8).
           MOVE MBL-RESTD TO MBL-F(9).
           MOVE MBL-SEASONAL TO MBL-F(10).
           MOVE MBL-CONFIRMED TO MBL-F(11).
           MOVE MBL-SKIPPED TO MBL-F(12).
           MOVE MBL-FAILED TO MBL-F(13).
           MOVE SPACES TO MBL-TXT.
           STRING
             FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
             ";MASTER-IO;" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-MODE) DELIMITED BY SIZE
             ";UPDATED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(7)) DELIMITED BY SIZE
             ";COA=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(8)) DELIMITED BY SIZE
             ";RESTANDARDIZED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(9)) DELIMITED BY SIZE
             ";SEASONAL=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(10)) DELIMITED BY SIZE
             ";CONFIRMED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(11)) DELIMITED BY SIZE
             ";SKIPPED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(12)) DELIMITED BY SIZE
             ";FAILED=" DELIMITED BY SIZE
             FUNCTION TRIM(MBL-F(13)) DELIMITED BY SIZE
             INTO MBL-TXT
           END-STRING.
           MOVE MBL-TXT TO LCH-LINE.
           PERFORM AUDIT-CHAIN-PARA.

      *******************************************************
      *> 共用段落：主檔維護模式 (PURGE/COA/REPARSE) 的平衡
      *> 報告：該等模式不產生一般 RunSummary.csv，另寫僅含
      *> 主檔平衡區段者，並附加稽核列
      *******************************************************
       MBL-REPORT-PARA.
           IF MBL-MODE = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CTL-SUMMARY-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "RunSummary.csv" DELIMITED BY SIZE
             INTO CTL-SUMMARY-PATH
           END-STRING.
           OPEN OUTPUT RUN-SUMMARY-FILE.
           PERFORM MBL-SUMMARY-PARA.
           CLOSE RUN-SUMMARY-FILE.
           PERFORM MBL-AUDIT-PARA.

      *******************************************************
      *> 共用段落：主檔維護模式結束回覆碼 (不平衡 12；前後
      *> 筆數不銜接至少 4)
      *******************************************************
       MBL-RC-PARA.
           IF MBL-WARNED = "Y" AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF MBL-FAIL-FLAG = "Y"
             MOVE 12 TO RETURN-CODE
           END-IF.

      *******************************************************
      *> 共用段落：大量異動防護上限檔 input\MassChangeLimits.csv
      *> (SOURCE;MAX_PCT[;MIN_CHANGES]，SOURCE=DEFAULT 為未列
      *> 來源之預設；MIN_CHANGES 省略或 0 取預設 10 筆)
      *> 無檔或無有效列時防護不啟用
      *******************************************************
       MCG-LOAD-PARA.
           MOVE "N" TO MCG-ACTIVE.
           OPEN INPUT MCG-LIMIT-FILE.
           IF MCG-LIM-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MCG-LIM-STATUS NOT = "00"
             READ MCG-LIMIT-FILE
               AT END
                 MOVE "10" TO MCG-LIM-STATUS
               NOT AT END
                 PERFORM MCG-LIMIT-ROW-PARA
             END-READ
           END-PERFORM.
           CLOSE MCG-LIMIT-FILE.
           MOVE "00" TO MCG-LIM-STATUS.

      *******************************************************
      *> 共用段落：上限檔一列 (註解列、標題列與數值不合者略過)
      *******************************************************
       MCG-LIMIT-ROW-PARA.
           IF MCG-LIMIT-REC(1:1) = "*"
              OR FUNCTION TRIM(MCG-LIMIT-REC) = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MCG-TOK(1) MCG-TOK(2) MCG-TOK(3).
           UNSTRING MCG-LIMIT-REC DELIMITED BY ";"
             INTO MCG-TOK(1) MCG-TOK(2) MCG-TOK(3)
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MCG-TOK(1)))
             TO MCG-KEY.
           IF MCG-KEY = SPACES OR MCG-KEY = "SOURCE"
             EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(MCG-TOK(2)) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(MCG-TOK(2)) TO MCG-LIM-W.
           MOVE 0 TO MCG-MIN-W.
           IF FUNCTION TRIM(MCG-TOK(3)) IS NUMERIC
             MOVE FUNCTION NUMVAL(MCG-TOK(3)) TO MCG-MIN-W
           END-IF.
           IF MCG-KEY = "DEFAULT"
             MOVE "Y" TO MCG-DEF-SET
             MOVE MCG-LIM-W TO MCG-DEF-PCT
             IF MCG-MIN-W > 0
               MOVE MCG-MIN-W TO MCG-DEF-MIN
             END-IF
           ELSE
             PERFORM MCG-FIND-PARA
             IF MCG-I = 0
               EXIT PARAGRAPH
             END-IF
             MOVE "Y" TO MCG-LIMITED(MCG-I)
             MOVE MCG-LIM-W TO MCG-PCT(MCG-I)
             MOVE MCG-MIN-W TO MCG-MIN(MCG-I)
           END-IF.
           MOVE "Y" TO MCG-ACTIVE.

      *******************************************************
      *> 共用段落：以 MCG-KEY 找來源 (無則新增)，回傳 MCG-I；
      *> 表滿時 MCG-I=0
      *******************************************************
       MCG-FIND-PARA.
           PERFORM VARYING MCG-I FROM 1 BY 1
                     UNTIL MCG-I > MCG-COUNT
             IF MCG-SRC(MCG-I) = MCG-KEY
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF MCG-COUNT >= 200
             MOVE 0 TO MCG-I
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MCG-COUNT.
           MOVE MCG-COUNT TO MCG-I.
           MOVE MCG-KEY TO MCG-SRC(MCG-I).
           MOVE "N" TO MCG-LIMITED(MCG-I) MCG-HOLD(MCG-I).
           MOVE 0 TO MCG-PCT(MCG-I) MCG-MIN(MCG-I) MCG-KNOWN(MCG-I)
                     MCG-CHG(MCG-I) MCG-SMP-CNT(MCG-I).

      *******************************************************
      *> 共用段落：檢查點續跑時，前次已暫存的更新重新累計
      *> 各來源異動筆數
      *******************************************************
       MCG-RECOUNT-PARA.
           OPEN INPUT MCG-WRK-FILE.
           PERFORM UNTIL MCG-WRK-STATUS NOT = "00"
             READ MCG-WRK-FILE INTO MPD-REC
               AT END
                 MOVE "10" TO MCG-WRK-STATUS
               NOT AT END
                 ADD 1 TO MCG-PARKED
                 MOVE MPD-SRC TO MCG-KEY
                 PERFORM MCG-FIND-PARA
                 IF MCG-I > 0
                   ADD 1 TO MCG-CHG(MCG-I)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MCG-WRK-FILE.
           MOVE "00" TO MCG-WRK-STATUS.

      *******************************************************
      *> 共用段落：既有客戶地址異動暫存待核工作檔 (異動後主檔
      *> 影像 + 異動前地址 + 暫緩的歷史列與通知欄位)
      *******************************************************
       MCG-PARK-PARA.
           MOVE SPACES TO MPD-REC.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(24)))
             TO MPD-SRC.
           MOVE FUNCTION TRIM(BATCH-NUMBER) TO MPD-BATCH.
           IF CTL-RUN-MODE = "MASKED"
             MOVE "N" TO MPD-HIST-FLAG
           ELSE
             MOVE "Y" TO MPD-HIST-FLAG
           END-IF.
           MOVE NTC-SRC TO MPD-NTC-SRC.
           MOVE NTC-DATE TO MPD-NTC-DATE.
           MOVE NTC-OLD TO MPD-OLD.
           MOVE HIST-TXT TO MPD-HIST-TXT.
           MOVE ADDR-MST-REC TO MPD-IMAGE.
           MOVE TAX-CO TO MPD-TAX-CO.
           MOVE TAX-PO TO MPD-TAX-PO.
           WRITE MCG-WRK-REC FROM MPD-REC.
           ADD 1 TO MCG-PARKED.
           MOVE MPD-SRC TO MCG-KEY.
           PERFORM MCG-FIND-PARA.
           IF MCG-I > 0
             ADD 1 TO MCG-CHG(MCG-I)
           END-IF.

      *******************************************************
      *> 共用段落：批末大量異動判定
      *>   異動比例 = 本批地址異動客戶數 / 該來源期初既有客戶數
      *>   有上限 (本來源或 DEFAULT)、異動數達 MIN_CHANGES 且
      *>   比例超過上限者整個來源扣住，寫入 MasterPending.dat 與
      *>   樣本檔 (每來源 10 筆)，待 RUN-MODE=PENDING 核處；
      *>   其餘暫存更新此時回寫主檔並補發歷史/事件/通知
      *******************************************************
       MCG-DECIDE-PARA.
           CLOSE MCG-WRK-FILE.
           MOVE "N" TO MCG-ANY-HOLD.
           OPEN OUTPUT MCG-RPT-FILE.
           MOVE "SOURCE_SYSTEM;KNOWN_CUSTOMERS;ADDRESS_CHANGES;" &
                "CHANGE_PCT;LIMIT_PCT;MIN_CHANGES;ACTION"
             TO MCG-RPT-REC.
           WRITE MCG-RPT-REC.
           PERFORM VARYING MCG-I FROM 1 BY 1
                     UNTIL MCG-I > MCG-COUNT
             PERFORM MCG-JUDGE-PARA
           END-PERFORM.
           CLOSE MCG-RPT-FILE.

           IF MCG-ANY-HOLD = "Y"
             OPEN EXTEND MCG-PND-FILE
             IF MCG-PND-STATUS NOT = "00"
               OPEN OUTPUT MCG-PND-FILE
             END-IF
             OPEN OUTPUT MCG-SMP-FILE
             MOVE "SOURCE_SYSTEM;CUSTOMER_ID;BEFORE;AFTER"
               TO MCG-SMP-REC
             WRITE MCG-SMP-REC
           END-IF.
           OPEN INPUT MCG-WRK-FILE.
           PERFORM UNTIL MCG-WRK-STATUS NOT = "00"
             READ MCG-WRK-FILE INTO MPD-REC
               AT END
                 MOVE "10" TO MCG-WRK-STATUS
               NOT AT END
                 MOVE MPD-SRC TO MCG-KEY
                 PERFORM MCG-FIND-PARA
                 IF MCG-I > 0 AND MCG-HOLD(MCG-I) = "Y"
                   PERFORM MCG-HOLD-PARA
                 ELSE
                   PERFORM MCG-APPLY-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MCG-WRK-FILE.
           MOVE "00" TO MCG-WRK-STATUS.
           CALL "CBL_DELETE_FILE" USING CTL-MCG-WRK-PATH
             RETURNING ARCHIVE-RC.
           IF MCG-ANY-HOLD = "Y"
             CLOSE MCG-PND-FILE
             CLOSE MCG-SMP-FILE
             MOVE "00" TO MCG-PND-STATUS
             MOVE "Y" TO MCG-WARNED
             PERFORM MCG-AUDIT-PARA
           END-IF.
           MOVE "N" TO MCG-ACTIVE.

      *******************************************************
      *> 共用段落：單一來源判定並列入 MassChange_Report.csv
      *******************************************************
       MCG-JUDGE-PARA.
           IF MCG-CHG(MCG-I) = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO MCG-HAS-LIM.
           IF MCG-LIMITED(MCG-I) = "Y"
             MOVE "Y" TO MCG-HAS-LIM
             MOVE MCG-PCT(MCG-I) TO MCG-LIM-W
             MOVE MCG-MIN(MCG-I) TO MCG-MIN-W
             IF MCG-MIN-W = 0
               MOVE MCG-DEF-MIN TO MCG-MIN-W
             END-IF
           ELSE
             IF MCG-DEF-SET = "Y"
               MOVE "Y" TO MCG-HAS-LIM
               MOVE MCG-DEF-PCT TO MCG-LIM-W
               MOVE MCG-DEF-MIN TO MCG-MIN-W
             END-IF
           END-IF.
           IF MCG-KNOWN(MCG-I) = 0
             MOVE 100 TO MCG-RATE
           ELSE
             COMPUTE MCG-RATE ROUNDED =
               MCG-CHG(MCG-I) * 100 / MCG-KNOWN(MCG-I)
           END-IF.
           IF MCG-HOLD-ALL = "Y"
             MOVE "Y" TO MCG-HOLD(MCG-I)
           END-IF.
           IF MCG-HAS-LIM = "Y"
              AND MCG-CHG(MCG-I) >= MCG-MIN-W
              AND MCG-RATE > MCG-LIM-W
             MOVE "Y" TO MCG-HOLD(MCG-I)
           END-IF.
           IF MCG-HOLD(MCG-I) = "Y"
             MOVE "Y" TO MCG-ANY-HOLD
             MOVE "HOLD" TO MCG-ACTION
           ELSE
             MOVE "APPLY" TO MCG-ACTION
           END-IF.
           MOVE MCG-KNOWN(MCG-I) TO MCG-F(1).
           MOVE MCG-CHG(MCG-I) TO MCG-F(2).
           MOVE MCG-RATE TO MCG-RATE-FMT.
           MOVE SPACES TO MCG-TXT.
           STRING
             FUNCTION TRIM(MCG-SRC(MCG-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MCG-F(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MCG-F(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MCG-RATE-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO MCG-TXT
           END-STRING.
           IF MCG-HAS-LIM = "Y"
             MOVE MCG-LIM-W TO MCG-F(3)
             MOVE MCG-MIN-W TO MCG-F(4)
             STRING
               FUNCTION TRIM(MCG-TXT) DELIMITED BY SIZE
               FUNCTION TRIM(MCG-F(3)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-F(4)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-ACTION) DELIMITED BY SIZE
               INTO MCG-RPT-REC
             END-STRING
           ELSE
             STRING
               FUNCTION TRIM(MCG-TXT) DELIMITED BY SIZE
               ";;" DELIMITED BY SIZE
               FUNCTION TRIM(MCG-ACTION) DELIMITED BY SIZE
               INTO MCG-RPT-REC
             END-STRING
           END-IF.
           WRITE MCG-RPT-REC.
           IF MCG-HOLD(MCG-I) = "Y"
             MOVE "ADR0233W" TO RST-LAST-MSG
             DISPLAY "ADR0233W MASS ADDRESS CHANGE HELD FOR SOURCE "
               FUNCTION TRIM(MCG-SRC(MCG-I)) ": "
               FUNCTION TRIM(MCG-F(2)) " OF "
               FUNCTION TRIM(MCG-F(1)) " CUSTOMERS ("
               FUNCTION TRIM(MCG-RATE-FMT)
               "%) - SUPERVISOR APPROVAL REQUIRED (RUN-MODE=PENDING)"
           END-IF.

      *******************************************************
      *> 共用段落：扣住一筆 (寫入待核檔，每來源前 10 筆列樣本)
      *******************************************************
       MCG-HOLD-PARA.
           WRITE MCG-PND-REC FROM MPD-REC.
           ADD 1 TO MCG-HELD.
           IF MCG-SMP-CNT(MCG-I) < 10
             ADD 1 TO MCG-SMP-CNT(MCG-I)
             MOVE SPACES TO MCG-SMP-REC
             STRING
               FUNCTION TRIM(MPD-SRC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MPD-CUSTID) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MPD-OLD) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(MPD-ADDRESS) DELIMITED BY SIZE
               INTO MCG-SMP-REC
             END-STRING
             WRITE MCG-SMP-REC
           END-IF.

      *******************************************************
      *> 共用段落：套用一筆暫存/待核更新
      *>   客戶已自主檔移除，或扣住後主檔地址已被其他批次改過
      *>   者不套用 (過時)；同一批次內的連續異動照常依序套用
      *******************************************************
       MCG-APPLY-PARA.
           MOVE MPD-CUSTID TO ADDR-MST-CUSTID.
           READ ADDR-MASTER-FILE
             INVALID KEY
               ADD 1 TO MCG-GONE
               EXIT PARAGRAPH
           END-READ.
           IF FUNCTION TRIM(ADDR-MST-ADDRESS) NOT =
              FUNCTION TRIM(MPD-OLD)
              AND ADDR-MST-LIN-BATCH NOT = MPD-BATCH
             ADD 1 TO MCG-STALE
             EXIT PARAGRAPH
           END-IF.
           MOVE ADDR-MST-LIN-CTRY TO TAX-OLD-CTRY.
           MOVE MPD-IMAGE TO ADDR-MST-REC.
           REWRITE ADDR-MST-REC
             INVALID KEY
               ADD 1 TO MBL-FAILED
               MOVE "ADR0201W" TO RST-LAST-MSG
               DISPLAY "ADR0201W WARNING: ADDRESS MASTER REWRITE "
                 "FAILED FOR " FUNCTION TRIM(MPD-CUSTID)
               EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO MCG-APPLIED.
           ADD 1 TO MBL-UPDATED.
           MOVE MPD-CUSTID TO NTC-CUST.
           MOVE MPD-OLD TO NTC-OLD.
           MOVE MPD-ADDRESS TO NTC-NEW.
           MOVE MPD-NTC-SRC TO NTC-SRC.
           MOVE MPD-NTC-DATE TO NTC-DATE.
           PERFORM NTC-ISSUE-PARA.
           MOVE MPD-CUSTID TO TAX-CUST.
           MOVE ADDR-MST-LIN-CTRY TO TAX-NEW-CTRY.
           MOVE MPD-ADDRESS TO TAX-NEW-ADDR.
           MOVE MPD-NTC-SRC TO TAX-SRC.
           MOVE MPD-NTC-DATE TO TAX-DATE.
           MOVE "N" TO TAX-CO TAX-PO.
           IF MPD-TAX-CO = "Y"
             MOVE "Y" TO TAX-CO
           END-IF.
           IF MPD-TAX-PO = "Y"
             MOVE "Y" TO TAX-PO
           END-IF.
           PERFORM TAX-EVAL-PARA.
           IF MPD-HIST-FLAG = "Y"
             MOVE MPD-HIST-TXT TO HIST-TXT
             PERFORM HIST-WRITE-PARA
             MOVE "UPDATE" TO CF-EVT
             MOVE MPD-CUSTID TO CF-CUST
             MOVE MPD-ADDRESS TO CF-ADDR
             PERFORM CF-EVENT-PARA
           END-IF.

      *******************************************************
      *> 共用段落：扣住來源記入 AuditLog.csv (每來源一列)
      *******************************************************
       MCG-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUDIT-TS(1:14) TO AUDIT-TS-FMT.
           PERFORM VARYING MCG-I FROM 1 BY 1
                     UNTIL MCG-I > MCG-COUNT
             IF MCG-HOLD(MCG-I) = "Y" AND MCG-CHG(MCG-I) > 0
               MOVE MCG-CHG(MCG-I) TO MCG-F(2)
               MOVE SPACES TO MCG-TXT
               STRING
                 FUNCTION TRIM(AUDIT-TS-FMT) DELIMITED BY SIZE
                 ";MASS-CHANGE-HOLD;" DELIMITED BY SIZE
                 FUNCTION TRIM(MCG-SRC(MCG-I)) DELIMITED BY SIZE
                 ";HELD=" DELIMITED BY SIZE
                 FUNCTION TRIM(MCG-F(2)) DELIMITED BY SIZE
                 INTO MCG-TXT
               END-STRING
               MOVE MCG-TXT TO LCH-LINE
               PERFORM AUDIT-CHAIN-PARA
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：逐字地址覆寫判讀 (以 CUSTOMER_ID 讀主檔)
      *>   1. 設定後首次送來的來源地址取其正規化雜湊為基準
      *>   2. 與基準相同者套用覆寫 (OVR-APPLIED=Y)
      *>   3. 不同者為真正的地址異動：暫停覆寫 (旗標 S)、列入
      *>      Override_Review.csv，本筆照常解析
      *******************************************************
       OVR-CHECK-PARA.
           MOVE FUNCTION TRIM(IF-DATA(1)) TO ADDR-MST-CUSTID.
           READ ADDR-MASTER-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           IF ADDR-MST-OVR-FLAG NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM OVR-HASH-PARA.
           IF ADDR-MST-OVR-SRC-HASH NOT NUMERIC
              OR ADDR-MST-OVR-SRC-HASH = 0
             MOVE OVR-HASH TO ADDR-MST-OVR-SRC-HASH
             REWRITE ADDR-MST-REC
               INVALID KEY
                 ADD 1 TO MBL-FAILED
             END-REWRITE
             MOVE "Y" TO OVR-APPLIED
             EXIT PARAGRAPH
           END-IF.
           IF ADDR-MST-OVR-SRC-HASH = OVR-HASH
             MOVE "Y" TO OVR-APPLIED
             EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO ADDR-MST-OVR-FLAG.
           MOVE EMB-RUN-DATE TO ADDR-MST-OVR-SUSP-DATE.
           REWRITE ADDR-MST-REC
             INVALID KEY
               ADD 1 TO MBL-FAILED
           END-REWRITE.
           IF CTL-IN-FORMAT = "DELTA"
             MOVE "DELTA" TO OVR-EVT-SRC
           ELSE
             MOVE "BATCH" TO OVR-EVT-SRC
           END-IF.
           IF FUNCTION TRIM(IF-DATA(3)) NOT = SPACES
             MOVE IF-DATA(3) TO OVR-NEW-ADDR
           ELSE
             MOVE IF-DATA(2) TO OVR-NEW-ADDR
           END-IF.
           PERFORM OVR-REVIEW-PARA.

      *******************************************************
      *> 共用段落：來源地址正規化雜湊 (原文 + 英文行，僅取
      *> 英數字與非 ASCII 字元、英文一律大寫；空白與標點差異
      *> 不視為地址異動。英文行由原文羅馬化而來者只取原文)
      *******************************************************
       OVR-HASH-PARA.
           MOVE 0 TO OVR-HASH.
           MOVE SPACES TO OVR-SRC-TXT.
           IF TRANSLIT-FLAG = "Y"
             MOVE IF-DATA(2) TO OVR-SRC-TXT
           ELSE
             STRING
               FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IF-DATA(3)) DELIMITED BY SIZE
               INTO OVR-SRC-TXT
             END-STRING
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(OVR-SRC-TXT) TO OVR-LEN.
           PERFORM VARYING OVR-K FROM 1 BY 1 UNTIL OVR-K > OVR-LEN
             MOVE OVR-SRC-TXT(OVR-K:1) TO OVR-CH
             IF OVR-CH >= "a" AND OVR-CH <= "z"
               MOVE FUNCTION UPPER-CASE(OVR-CH) TO OVR-CH
             END-IF
             IF (OVR-CH >= "0" AND OVR-CH <= "9")
                OR (OVR-CH >= "A" AND OVR-CH <= "Z")
                OR FUNCTION ORD(OVR-CH) > 128
               COMPUTE OVR-HASH = FUNCTION MOD(
                 OVR-HASH * 31 + FUNCTION ORD(OVR-CH),
                 999999999999)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：套用逐字覆寫 (取代 FORMATTER-ADDRESS)：
      *> 解析欄位清空，僅留分揀/報關用的郵遞區號、國別、城市，
      *> 重組地址欄改為以 "^" 串接的逐字地址行
      *******************************************************
       OVR-APPLY-PARA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 19
             MOVE SPACES TO DTLS-LF(IDX)
           END-PERFORM.
           MOVE SPACES TO DTLS-LF(23).
           MOVE SPACES TO DTLS-LF(25).
           MOVE SPACES TO DTLS-LF(27).
           MOVE SPACES TO DTLS-LF(28).
           MOVE "R" TO DTLS-LF(29).
           MOVE SPACES TO STREET-TYPE-FLAG CITY-MATCH-FLAG.
           MOVE SPACES TO UNMATCHED-COUNTRY UNMATCHED-CITY.
           MOVE 0 TO TRACE-LINE-CNT.

           MOVE ADDR-MST-OVR-ZIP  TO DTLS-LF(1).
           MOVE ADDR-MST-OVR-CTRY TO DTLS-LF(2).
           MOVE ADDR-MST-OVR-TOWN TO DTLS-LF(3).
           *> 逐字地址不經解析，地址用途沿用主檔上的判定
           MOVE ADDR-MST-USE-CODE TO DTLS-LF(31).
           PERFORM OVR-JOIN-PARA.
           MOVE OVR-JOINED TO DTLS-LF(23).
           ADD 1 TO OVR-APPLY-CNT.

           IF TRACE-FLAG = "Y"
             MOVE 1 TO TRACE-LINE-CNT
             MOVE SPACES TO TRACE-LINE(1)
             STRING
               "VERBATIM OVERRIDE (SET BY " DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-MST-OVR-OPER) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ADDR-MST-OVR-DATE DELIMITED BY SIZE
               ") - NOT PARSED: " DELIMITED BY SIZE
               FUNCTION TRIM(OVR-JOINED) DELIMITED BY SIZE
               INTO TRACE-LINE(1)
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：主檔逐字地址行整理 (空白行略過)，結果置於
      *> OVR-OUT-LINE/OVR-OUT-CNT 與以 "^" 串接的 OVR-JOINED
      *******************************************************
       OVR-JOIN-PARA.
           MOVE SPACES TO OVR-JOINED.
           MOVE 0 TO OVR-OUT-CNT.
           PERFORM VARYING OVR-I FROM 1 BY 1 UNTIL OVR-I > 6
             MOVE SPACES TO OVR-OUT-LINE(OVR-I)
           END-PERFORM.
           PERFORM VARYING OVR-I FROM 1 BY 1 UNTIL OVR-I > 6
             IF ADDR-MST-OVR-LINE(OVR-I) NOT = SPACES
               ADD 1 TO OVR-OUT-CNT
               MOVE FUNCTION TRIM(ADDR-MST-OVR-LINE(OVR-I))
                 TO OVR-OUT-LINE(OVR-OUT-CNT)
               IF OVR-OUT-CNT = 1
                 MOVE OVR-OUT-LINE(1) TO OVR-JOINED
               ELSE
                 MOVE OVR-JOINED TO OVR-TXT
                 MOVE SPACES TO OVR-JOINED
                 STRING
                   FUNCTION TRIM(OVR-TXT) DELIMITED BY SIZE
                   OVR-SEP DELIMITED BY SIZE
                   FUNCTION TRIM(OVR-OUT-LINE(OVR-OUT-CNT))
                     DELIMITED BY SIZE
                   INTO OVR-JOINED
                 END-STRING
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：覆寫暫停列入 Override_Review.csv (主檔記錄
      *> 已讀入；OVR-EVT-SRC=異動來源、OVR-NEW-ADDR=新地址)。
      *> 檔案跨批次累積附加，首次使用時開啟
      *******************************************************
       OVR-REVIEW-PARA.
           IF OVR-RVW-OPEN NOT = "Y"
             OPEN EXTEND OVR-REVIEW-FILE
             IF OVR-STATUS NOT = "00"
               OPEN OUTPUT OVR-REVIEW-FILE
               MOVE SPACES TO OVR-REVIEW-REC
               STRING
                 "CUSTOMER_ID;SUSPENDED_DATE;CHANGE_SOURCE;"
                   DELIMITED BY SIZE
                 "OVERRIDE_LINES;REASON;SET_BY;SET_DATE;"
                   DELIMITED BY SIZE
                 "NEW_SOURCE_ADDRESS" DELIMITED BY SIZE
                 INTO OVR-REVIEW-REC
               END-STRING
               WRITE OVR-REVIEW-REC
             END-IF
             MOVE "Y" TO OVR-RVW-OPEN
           END-IF.
           PERFORM OVR-JOIN-PARA.
           MOVE SPACES TO OVR-TXT.
           STRING
             FUNCTION TRIM(ADDR-MST-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             ADDR-MST-OVR-SUSP-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OVR-EVT-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OVR-JOINED) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ADDR-MST-OVR-REASON) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ADDR-MST-OVR-OPER) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             ADDR-MST-OVR-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OVR-NEW-ADDR) DELIMITED BY SIZE
             INTO OVR-TXT
           END-STRING.
           MOVE OVR-TXT TO OVR-REVIEW-REC.
           WRITE OVR-REVIEW-REC.
           ADD 1 TO OVR-SUSP-CNT.
           MOVE "Y" TO OVR-WARNED.

      *******************************************************
      *> 共用段落：關閉覆核清單並回報逐字覆寫件數
      *******************************************************
       OVR-CLOSE-PARA.
           IF OVR-APPLY-CNT > 0
             MOVE OVR-APPLY-CNT TO OVR-FMT
             MOVE "ADR0031I" TO RST-LAST-MSG
             DISPLAY "ADR0031I VERBATIM ADDRESS OVERRIDES APPLIED "
               "(NOT PARSED): " FUNCTION TRIM(OVR-FMT)
           END-IF.
           IF OVR-RVW-OPEN = "Y"
             CLOSE OVR-REVIEW-FILE
             MOVE "N" TO OVR-RVW-OPEN
             MOVE OVR-SUSP-CNT TO OVR-FMT
             MOVE "ADR0226W" TO RST-LAST-MSG
             DISPLAY "ADR0226W VERBATIM OVERRIDES SUSPENDED - SOURCE "
               "SENT A DIFFERENT ADDRESS: " FUNCTION TRIM(OVR-FMT)
               " - SEE Override_Review.csv"
           END-IF.

      *******************************************************
      *> 共用段落：開啟失敗資料工作佇列，載入指派規則與錯誤
      *> 嚴重度對照，並清點未結項目 (OPEN/IN-PROGRESS)
      *******************************************************
       WQ-OPEN-PARA.
           MOVE LOCK-NOW-TS(1:8) TO WQ-RUN-DATE.
           MOVE 0 TO WQ-RULE-COUNT.
           OPEN INPUT WQ-RULE-FILE.
           IF WQ-RULE-STATUS = "00"
             PERFORM UNTIL WQ-RULE-STATUS NOT = "00"
               READ WQ-RULE-FILE
                 AT END
                   MOVE "10" TO WQ-RULE-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(WQ-RULE-REC) NOT = SPACES
                      AND WQ-RULE-REC(1:1) NOT = "*"
                      AND WQ-RULE-REC(1:5) NOT = "TYPE;"
                     MOVE SPACES TO WQ-TOK(1) WQ-TOK(2) WQ-TOK(3)
                     UNSTRING WQ-RULE-REC DELIMITED BY ";"
                         INTO WQ-TOK(1) WQ-TOK(2) WQ-TOK(3)
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WQ-TOK(1)))
                       TO WQ-TOK(1)
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WQ-TOK(2)))
                       TO WQ-TOK(2)
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WQ-TOK(3)))
                       TO WQ-TOK(3)
                     EVALUATE WQ-TOK(1)
                       WHEN "SLA"
                         IF FUNCTION TRIM(WQ-TOK(3)) IS NUMERIC
                           IF WQ-TOK(2) = "WARNING"
                             MOVE FUNCTION NUMVAL(WQ-TOK(3))
                               TO WQ-SLA-WARN
                           ELSE
                             MOVE FUNCTION NUMVAL(WQ-TOK(3))
                               TO WQ-SLA-ERROR
                           END-IF
                         END-IF
                       WHEN "DEFAULT"
                         MOVE WQ-TOK(3) TO WQ-DEFAULT
                       WHEN "BU"
                       WHEN "COUNTRY"
                       WHEN "CODE"
                         IF WQ-RULE-COUNT < 200
                           ADD 1 TO WQ-RULE-COUNT
                           MOVE WQ-TOK(1) TO WQ-R-TYPE(WQ-RULE-COUNT)
                           MOVE WQ-TOK(2) TO WQ-R-VALUE(WQ-RULE-COUNT)
                           MOVE WQ-TOK(3)
                             TO WQ-R-ANALYST(WQ-RULE-COUNT)
                         END-IF
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WQ-RULE-FILE
           END-IF.
           MOVE "00" TO WQ-RULE-STATUS.

           *> 錯誤代碼嚴重度 (CODE;SEVERITY;DESCRIPTION)
           MOVE 0 TO WQ-EC-COUNT.
           OPEN INPUT WQ-CAT-FILE.
           IF WQ-CAT-STATUS = "00"
             PERFORM UNTIL WQ-CAT-STATUS NOT = "00"
               READ WQ-CAT-FILE
                 AT END
                   MOVE "10" TO WQ-CAT-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(WQ-CAT-REC) NOT = SPACES
                      AND WQ-CAT-REC(1:5) NOT = "CODE;"
                      AND WQ-EC-COUNT < 200
                     MOVE SPACES TO WQ-TOK(1) WQ-TOK(2)
                     UNSTRING WQ-CAT-REC DELIMITED BY ";"
                         INTO WQ-TOK(1) WQ-TOK(2)
                     ADD 1 TO WQ-EC-COUNT
                     MOVE WQ-TOK(1)(1:3) TO WQ-EC-CODE(WQ-EC-COUNT)
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WQ-TOK(2)))
                       TO WQ-EC-SEV(WQ-EC-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WQ-CAT-FILE
           END-IF.
           MOVE "00" TO WQ-CAT-STATUS.

           OPEN I-O WORKQ-FILE.
           IF WQ-STATUS = "35"
             OPEN OUTPUT WORKQ-FILE
             CLOSE WORKQ-FILE
             OPEN I-O WORKQ-FILE
           END-IF.
           IF WQ-STATUS NOT = "00"
             MOVE "ADR0228W" TO RST-LAST-MSG
             DISPLAY "ADR0228W FAILURE WORK QUEUE WorkQueue.dat "
               "CANNOT BE OPENED (STATUS " WQ-STATUS
               ") - FAILURES NOT QUEUED"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WQ-OPEN.

           *> 未結項目清點 (為 0 時通過者不必逐筆查佇列)
           MOVE 0 TO WQ-ACTIVE-CNT.
           MOVE LOW-VALUES TO WQ-CUSTID.
           START WORKQ-FILE KEY NOT < WQ-CUSTID
             INVALID KEY
               MOVE "10" TO WQ-STATUS
           END-START.
           PERFORM UNTIL WQ-STATUS NOT = "00"
             READ WORKQ-FILE NEXT
               AT END
                 MOVE "10" TO WQ-STATUS
               NOT AT END
                 IF WQ-STATE = "OPEN" OR WQ-STATE = "IN-PROGRESS"
                   ADD 1 TO WQ-ACTIVE-CNT
                 END-IF
             END-READ
           END-PERFORM.
           MOVE "00" TO WQ-STATUS.

      *******************************************************
      *> 共用段落：失敗記錄建立/更新工作項目 (IF-DATA(1) 客戶)
      *> 新失敗或已結案 (FIXED) 者重開並重新指派、重算到期日；
      *> WAIVED 者僅更新最近失敗資訊；重送 (REFEED) 仍失敗的
      *> IN-PROGRESS 項目退回 OPEN
      *******************************************************
       WQ-FAIL-PARA.
           MOVE FUNCTION TRIM(IF-DATA(1)) TO WQ-CUSTID.
           READ WORKQ-FILE
             INVALID KEY
               MOVE "23" TO WQ-STATUS
           END-READ.
           IF WQ-STATUS = "00"
             EVALUATE WQ-STATE
               WHEN "FIXED"
                 PERFORM WQ-ASSIGN-PARA
                 MOVE "OPEN" TO WQ-STATE
                 MOVE WQ-RUN-DATE TO WQ-OPENED
                 MOVE "FAILED AGAIN AFTER RESOLUTION" TO WQ-NOTE
                 ADD 1 TO WQ-REOPEN-CNT
                 ADD 1 TO WQ-ACTIVE-CNT
               WHEN "IN-PROGRESS"
                 IF CTL-REFEED-FLAG = "Y"
                   MOVE "OPEN" TO WQ-STATE
                   MOVE "STILL FAILING AFTER CORRECTION" TO WQ-NOTE
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             MOVE ERROR-CODES TO WQ-CODES
             MOVE WQ-RUN-DATE TO WQ-LAST-SEEN
             IF WQ-RUNS < 99999
               ADD 1 TO WQ-RUNS
             END-IF
             REWRITE WQ-REC
               INVALID KEY
                 CONTINUE
             END-REWRITE
           ELSE
             MOVE SPACES TO WQ-REC
             MOVE FUNCTION TRIM(IF-DATA(1)) TO WQ-CUSTID
             PERFORM WQ-ASSIGN-PARA
             MOVE "OPEN" TO WQ-STATE
             MOVE WQ-RUN-DATE TO WQ-OPENED WQ-LAST-SEEN
             MOVE 1 TO WQ-RUNS
             MOVE ERROR-CODES TO WQ-CODES
             WRITE WQ-REC
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO WQ-NEW-CNT
                 ADD 1 TO WQ-ACTIVE-CNT
             END-WRITE
           END-IF.
           MOVE "00" TO WQ-STATUS.

      *******************************************************
      *> 共用段落：工作項目指派 (業務單位/國別/錯誤代碼依規則檔
      *> 順序先符合者生效，否則 DEFAULT) 與到期日 (執行日 + 該
      *> 嚴重度 SLA 天數；任一代碼為 ERROR 即以 ERROR 計)
      *******************************************************
       WQ-ASSIGN-PARA.
           IF FUNCTION TRIM(DTLS-LF(24)) = SPACES
             MOVE "UNSPECIFIED" TO WQ-CMP-UNIT
           ELSE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(24)))
               TO WQ-CMP-UNIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
             TO WQ-CMP-CTRY.
           MOVE WQ-CMP-UNIT TO WQ-UNIT.
           MOVE WQ-CMP-CTRY TO WQ-CTRY.
           MOVE SPACES TO WQ-ANALYST WQ-RULE.
           PERFORM VARYING WQ-I FROM 1 BY 1 UNTIL WQ-I > WQ-RULE-COUNT
             MOVE 0 TO WQ-HITS
             EVALUATE WQ-R-TYPE(WQ-I)
               WHEN "BU"
                 IF WQ-R-VALUE(WQ-I) = WQ-CMP-UNIT
                   MOVE 1 TO WQ-HITS
                 END-IF
               WHEN "COUNTRY"
                 IF WQ-R-VALUE(WQ-I) = WQ-CMP-CTRY
                   MOVE 1 TO WQ-HITS
                 END-IF
               WHEN "CODE"
                 IF WQ-R-VALUE(WQ-I) NOT = SPACES
                   INSPECT ERROR-CODES TALLYING WQ-HITS
                     FOR ALL WQ-R-VALUE(WQ-I)(1:3)
                 END-IF
             END-EVALUATE
             IF WQ-HITS > 0
               MOVE WQ-R-ANALYST(WQ-I) TO WQ-ANALYST
               STRING
                 FUNCTION TRIM(WQ-R-TYPE(WQ-I)) DELIMITED BY SIZE
                 "=" DELIMITED BY SIZE
                 FUNCTION TRIM(WQ-R-VALUE(WQ-I)) DELIMITED BY SIZE
                 INTO WQ-RULE
               END-STRING
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WQ-ANALYST = SPACES AND WQ-DEFAULT NOT = SPACES
             MOVE WQ-DEFAULT TO WQ-ANALYST
             MOVE "DEFAULT" TO WQ-RULE
           END-IF.
           IF WQ-ANALYST = SPACES
             ADD 1 TO WQ-UNASG-CNT
           END-IF.

           *> 嚴重度 (ErrorCatalog.csv；未列之代碼以 ERROR 計)
           MOVE SPACES TO WQ-SEV-WK.
           PERFORM VARYING WQ-J FROM 1 BY 1 UNTIL WQ-J > 15
             MOVE SPACES TO WQ-CODE-PART(WQ-J)
           END-PERFORM.
           UNSTRING ERROR-CODES DELIMITED BY ","
               INTO WQ-CODE-PART(1) WQ-CODE-PART(2) WQ-CODE-PART(3)
                    WQ-CODE-PART(4) WQ-CODE-PART(5) WQ-CODE-PART(6)
                    WQ-CODE-PART(7) WQ-CODE-PART(8) WQ-CODE-PART(9)
                    WQ-CODE-PART(10) WQ-CODE-PART(11)
                    WQ-CODE-PART(12) WQ-CODE-PART(13)
                    WQ-CODE-PART(14) WQ-CODE-PART(15).
           PERFORM VARYING WQ-J FROM 1 BY 1
                     UNTIL WQ-J > 15 OR WQ-SEV-WK = "ERROR"
             IF WQ-CODE-PART(WQ-J) NOT = SPACES
               MOVE "ERROR" TO WQ-TOK(1)
               PERFORM VARYING WQ-I FROM 1 BY 1
                         UNTIL WQ-I > WQ-EC-COUNT
                 IF WQ-EC-CODE(WQ-I) = WQ-CODE-PART(WQ-J)(1:3)
                   MOVE WQ-EC-SEV(WQ-I) TO WQ-TOK(1)
                   EXIT PERFORM
                 END-IF
               END-PERFORM
               IF WQ-TOK(1) = "WARNING"
                 MOVE "WARNING" TO WQ-SEV-WK
               ELSE
                 MOVE "ERROR" TO WQ-SEV-WK
               END-IF
             END-IF
           END-PERFORM.
           IF WQ-SEV-WK = SPACES
             MOVE "ERROR" TO WQ-SEV-WK
           END-IF.
           MOVE WQ-SEV-WK TO WQ-SEVERITY.
           IF WQ-SEV-WK = "WARNING"
             MOVE WQ-SLA-WARN TO WQ-DAYS
           ELSE
             MOVE WQ-SLA-ERROR TO WQ-DAYS
           END-IF.
           MOVE WQ-RUN-DATE TO WQ-DATE-N.
           COMPUTE WQ-DATE-N = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WQ-DATE-N) + WQ-DAYS).
           MOVE WQ-DATE-N TO WQ-DUE.

      *******************************************************
      *> 共用段落：本次通過之客戶，其未結工作項目結案 (FIXED)
      *******************************************************
       WQ-PASS-PARA.
           MOVE FUNCTION TRIM(IF-DATA(1)) TO WQ-CUSTID.
           READ WORKQ-FILE
             INVALID KEY
               MOVE "23" TO WQ-STATUS
           END-READ.
           IF WQ-STATUS = "00"
              AND (WQ-STATE = "OPEN" OR WQ-STATE = "IN-PROGRESS")
             MOVE "FIXED" TO WQ-STATE
             MOVE "BATCH" TO WQ-UPD-BY
             MOVE WQ-RUN-DATE TO WQ-UPD-DATE
             MOVE "PASSED IN BATCH RUN" TO WQ-NOTE
             REWRITE WQ-REC
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO WQ-FIXED-CNT
                 SUBTRACT 1 FROM WQ-ACTIVE-CNT
             END-REWRITE
           END-IF.
           MOVE "00" TO WQ-STATUS.

      *******************************************************
      *> 共用段落：關閉失敗資料工作佇列並回報件數
      *******************************************************
       WQ-CLOSE-PARA.
           IF WQ-OPEN NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           CLOSE WORKQ-FILE.
           MOVE "N" TO WQ-OPEN.
           MOVE WQ-NEW-CNT TO WQ-FMT1.
           MOVE WQ-REOPEN-CNT TO WQ-FMT2.
           MOVE WQ-FIXED-CNT TO WQ-FMT3.
           MOVE "ADR0032I" TO RST-LAST-MSG
           DISPLAY "ADR0032I FAILURE WORK QUEUE UPDATED - NEW: "
             FUNCTION TRIM(WQ-FMT1) " REOPENED: "
             FUNCTION TRIM(WQ-FMT2) " RESOLVED: "
             FUNCTION TRIM(WQ-FMT3).
           IF WQ-UNASG-CNT > 0
             MOVE WQ-UNASG-CNT TO WQ-FMT1
             MOVE "ADR0227W" TO RST-LAST-MSG
             DISPLAY "ADR0227W FAILURE WORK ITEMS WITH NO ANALYST: "
               FUNCTION TRIM(WQ-FMT1)
               " - CHECK WorkQueueRules.csv"
           END-IF.

      *******************************************************
      *> 共用段落：清除要求之客戶自失敗資料工作佇列刪除 (保全
      *> 中者保留)
      *******************************************************
       WQ-PURGE-PARA.
           OPEN I-O WORKQ-FILE.
           IF WQ-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRG-I FROM 1 BY 1 UNTIL PRG-I > PRG-COUNT
             IF PRG-HOLD(PRG-I) = SPACES
               MOVE FUNCTION TRIM(PRG-CUSTID(PRG-I)) TO WQ-CUSTID
               DELETE WORKQ-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF PRG-FILES(PRG-I) = SPACES
                     MOVE "WorkQueue.dat" TO PRG-FILES(PRG-I)
                   ELSE
                     STRING
                       FUNCTION TRIM(PRG-FILES(PRG-I))
                         DELIMITED BY SIZE
                       "+WorkQueue.dat" DELIMITED BY SIZE
                       INTO PRG-FILES(PRG-I)
                     END-STRING
                   END-IF
               END-DELETE
             END-IF
           END-PERFORM.
           CLOSE WORKQ-FILE.
           MOVE "00" TO WQ-STATUS.

      *******************************************************
      *> 共用段落：清除對象查找 (PRG-KEY 為 CUSTOMER_ID；
      *> PRG-HIT 回覆要求序號，非清除對象者 0)
      *******************************************************
       PRG-CUST-FIND-PARA.
           MOVE 0 TO PRG-HIT.
           IF PRG-KEY = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRG-K FROM 1 BY 1 UNTIL PRG-K > PRG-COUNT
             IF FUNCTION TRIM(PRG-KEY) =
                FUNCTION TRIM(PRG-CUSTID(PRG-K))
               MOVE PRG-K TO PRG-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：單列保全核對 (PRG-HIT 之要求、PRG-ROW-DATE
      *> 為該列日期)。整件保全者、或列日期落在該客戶/全體
      *> 保全區間者 PRG-KEEP=Y，後者計入保留列數
      *******************************************************
       PRG-ROW-HOLD-PARA.
           MOVE "N" TO PRG-KEEP.
           IF PRG-HOLD(PRG-HIT) NOT = SPACES
              AND PRG-HELD-ROWS(PRG-HIT) = 0
             MOVE "Y" TO PRG-KEEP
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(PRG-CUSTID(PRG-HIT)) TO LGH-KEY-CUST.
           MOVE PRG-ROW-DATE TO LGH-KEY-DATE.
           PERFORM LGH-CHECK-PARA.
           IF LGH-HIT-ID NOT = SPACES
             MOVE LGH-HIT-ID TO PRG-HOLD(PRG-HIT)
             ADD 1 TO PRG-HELD-ROWS(PRG-HIT)
             MOVE "Y" TO PRG-KEEP
           END-IF.

      *******************************************************
      *> 共用段落：雙客戶列 (合併對照/明細：被併者 PRG-HIT2、
      *> 存續者 PRG-HIT) 保全核對。任一方為清除對象即剔除，
      *> 但任一清除對象於該列在保全中者整列保留 (PRG-DROP)
      *******************************************************
       PRG-PAIR-HOLD-PARA.
           MOVE "N" TO PRG-DROP.
           IF PRG-HIT = 0 AND PRG-HIT2 = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO PRG-DROP.
           IF PRG-HIT > 0
             PERFORM PRG-ROW-HOLD-PARA
             IF PRG-KEEP = "Y"
               MOVE "N" TO PRG-DROP
             END-IF
           END-IF.
           IF PRG-HIT2 > 0
             MOVE PRG-HIT TO PRG-K
             MOVE PRG-HIT2 TO PRG-HIT
             PERFORM PRG-ROW-HOLD-PARA
             IF PRG-KEEP = "Y"
               MOVE "N" TO PRG-DROP
             END-IF
             MOVE PRG-K TO PRG-HIT
           END-IF.

      *******************************************************
      *> 共用段落：雙客戶列剔除後兩方證明記錄均累計本檔名稱
      *******************************************************
       PRG-PAIR-FILES-PARA.
           IF PRG-HIT > 0
             PERFORM PRG-FILE-ADD-PARA
           END-IF.
           IF PRG-HIT2 > 0
             MOVE PRG-HIT TO PRG-K
             MOVE PRG-HIT2 TO PRG-HIT
             PERFORM PRG-FILE-ADD-PARA
             MOVE PRG-K TO PRG-HIT
           END-IF.

      *******************************************************
      *> 共用段落：證明記錄累計檔案名稱 (PRG-HIT 之要求加上
      *> PRG-FNAME，每件一次)
      *******************************************************
       PRG-FILE-ADD-PARA.
           IF PRG-FILES(PRG-HIT) = SPACES
             MOVE FUNCTION TRIM(PRG-FNAME) TO PRG-FILES(PRG-HIT)
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TALLY.
           INSPECT PRG-FILES(PRG-HIT) TALLYING TALLY
             FOR ALL FUNCTION TRIM(PRG-FNAME).
           IF TALLY = 0
             STRING
               FUNCTION TRIM(PRG-FILES(PRG-HIT)) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               FUNCTION TRIM(PRG-FNAME) DELIMITED BY SIZE
               INTO PRG-FILES(PRG-HIT)
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：保存檔未能清除 (PRG-FNAME/PRG-WHY)，記入
      *> 證明列並警示；本次 PURGE 結束碼至少 8，須重跑
      *******************************************************
       PRG-NOT-DONE-PARA.
           MOVE "ADR0247W" TO RST-LAST-MSG.
           DISPLAY "ADR0247W WARNING: " FUNCTION TRIM(PRG-FNAME)
             " NOT PURGED (" FUNCTION TRIM(PRG-WHY)
             ") - RERUN RUN-MODE=PURGE WITH THE SAME REQUESTS".
           IF PRG-NOT-DONE = SPACES
             MOVE FUNCTION TRIM(PRG-FNAME) TO PRG-NOT-DONE
           ELSE
             STRING
               FUNCTION TRIM(PRG-NOT-DONE) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               FUNCTION TRIM(PRG-FNAME) DELIMITED BY SIZE
               INTO PRG-NOT-DONE
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：過濾後之 .new 換回原檔 (PRG-REMOVED 為 0
      *> 者原檔不動，僅刪 .new)
      *******************************************************
       PRG-REPLACE-PARA.
           IF PRG-REMOVED = 0
             CALL "CBL_DELETE_FILE" USING CTL-PURGE-OUT-PATH
               RETURNING ARCHIVE-RC
             EXIT PARAGRAPH
           END-IF.
           CALL "CBL_DELETE_FILE" USING CTL-PURGE-IN-PATH
             RETURNING ARCHIVE-RC.
           CALL "CBL_RENAME_FILE" USING CTL-PURGE-OUT-PATH
             CTL-PURGE-IN-PATH RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0201W" TO RST-LAST-MSG
             DISPLAY "ADR0201W WARNING: COULD NOT REPLACE "
               FUNCTION TRIM(CTL-PURGE-IN-PATH) " AFTER PURGE"
             MOVE "RENAME FAILED" TO PRG-WHY
             PERFORM PRG-NOT-DONE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：清除要求之客戶自解析結果存檔剔除
      *> (ParsedStore_Index.csv 所列各 RUN_ID 之存檔)：R 列
      *> CUSTOMER_ID 為清除對象者連同同序號之 L 列一併剔除；
      *> ISO 片段 (序號 0) 以 CustId 比對真實 ID (逸出後) 或
      *> ISO20022 夥伴代號，整段 <PstlAdr>/<Dbtr> 剔除；表尾
      *> T 列列數隨之調減。保全以 RUN_ID 日期核對
      *******************************************************
       PRS-PURGE-PARA.
           MOVE "ParsedStore" TO PRG-FNAME.
           PERFORM VARYING PRG-K FROM 1 BY 1 UNTIL PRG-K > PRG-COUNT
             MOVE FUNCTION TRIM(PRG-CUSTID(PRG-K)) TO XML-SRC
             PERFORM XML-ESC-PARA
             MOVE XML-OUT TO PRG-XML-ID(PRG-K)
             MOVE SPACES TO PRG-ISO-TK(PRG-K)
             MOVE "LOOKUP" TO TKN-OP
             MOVE "ISO20022" TO TKN-PARTNER
             MOVE FUNCTION TRIM(PRG-CUSTID(PRG-K)) TO TKN-CUSTID
             MOVE SPACES TO TKN-TOKEN
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
             IF TKN-RESULT = "Y"
               MOVE TKN-TOKEN TO PRG-ISO-TK(PRG-K)
             END-IF
           END-PERFORM.

           MOVE SPACES TO CTL-PRS-IDX-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "ParsedStore_Index.csv" DELIMITED BY SIZE
             INTO CTL-PRS-IDX-PATH
           END-STRING.
           MOVE 0 TO PRG-PS-RUN-CNT.
           MOVE "N" TO PRG-PS-OVER.
           OPEN INPUT PRS-IDX-FILE.
           IF PRS-IDX-STATUS NOT = "00"
             MOVE "00" TO PRS-IDX-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PRS-IDX-STATUS NOT = "00"
             READ PRS-IDX-FILE
               AT END
                 MOVE "10" TO PRS-IDX-STATUS
               NOT AT END
                 IF PRS-IDX-REC(1:7) NOT = "RUN_ID;"
                    AND FUNCTION TRIM(PRS-IDX-REC) NOT = SPACES
                   MOVE SPACES TO PRS-IDX-ID
                   UNSTRING PRS-IDX-REC DELIMITED BY ";"
                       INTO PRS-IDX-ID
                   PERFORM PRS-PURGE-RUN-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PRS-IDX-FILE.
           MOVE "00" TO PRS-IDX-STATUS.
           IF PRG-PS-OVER = "Y"
             MOVE "TOO MANY RUNS IN INDEX" TO PRG-WHY
             PERFORM PRG-NOT-DONE-PARA
           END-IF.

           MOVE "N" TO PRG-PS-OVER.
           PERFORM VARYING PRG-PS-R FROM 1 BY 1
                     UNTIL PRG-PS-R > PRG-PS-RUN-CNT
             PERFORM PRS-PURGE-ONE-PARA
           END-PERFORM.
           IF PRG-PS-OVER = "Y"
             MOVE "TOO MANY ROWS IN ONE RUN" TO PRG-WHY
             PERFORM PRG-NOT-DONE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：索引所列 RUN_ID 登錄 (同一 RUN_ID 之 OPEN/
      *> COMPLETE 兩列只登錄一次)
      *******************************************************
       PRS-PURGE-RUN-PARA.
           IF PRS-IDX-ID = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRG-PS-J FROM 1 BY 1
                     UNTIL PRG-PS-J > PRG-PS-RUN-CNT
             IF PRG-PS-RUN(PRG-PS-J) = PRS-IDX-ID
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF PRG-PS-RUN-CNT >= 2000
             MOVE "Y" TO PRG-PS-OVER
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRG-PS-RUN-CNT.
           MOVE PRS-IDX-ID TO PRG-PS-RUN(PRG-PS-RUN-CNT).

      *******************************************************
      *> 共用段落：單一解析結果存檔過濾重寫 (PRG-PS-R)。第一趟
      *> 收集應剔除之 R 列序號，無者原檔不動；第二趟寫 .new
      *******************************************************
       PRS-PURGE-ONE-PARA.
           MOVE SPACES TO CTL-PURGE-IN-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "ParsedStore_" DELIMITED BY SIZE
             FUNCTION TRIM(PRG-PS-RUN(PRG-PS-R)) DELIMITED BY SIZE
             ".dat" DELIMITED BY SIZE
             INTO CTL-PURGE-IN-PATH
           END-STRING.
           MOVE SPACES TO CTL-PURGE-OUT-PATH.
           STRING
             FUNCTION TRIM(CTL-PURGE-IN-PATH) DELIMITED BY SIZE
             ".new" DELIMITED BY SIZE
             INTO CTL-PURGE-OUT-PATH
           END-STRING.
           MOVE PRG-PS-RUN(PRG-PS-R)(1:8) TO PRG-ROW-DATE.

           MOVE 0 TO PRG-PS-SEQ-CNT.
           OPEN INPUT PURGE-IN-FILE.
           IF PRG-IN-STATUS NOT = "00"
             MOVE "00" TO PRG-IN-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PRG-IN-STATUS NOT = "00"
             READ PURGE-IN-FILE
               AT END
                 MOVE "10" TO PRG-IN-STATUS
               NOT AT END
                 IF PURGE-IN-REC(1:2) = "R;"
                   MOVE SPACES TO PRG-PS-TOK(1) PRG-PS-TOK(2) PRG-KEY
                   UNSTRING PURGE-IN-REC DELIMITED BY ";"
                       INTO PRG-PS-TOK(1) PRG-PS-TOK(2) PRG-KEY
                   PERFORM PRG-CUST-FIND-PARA
                   IF PRG-HIT > 0
                     PERFORM PRG-ROW-HOLD-PARA
                     IF PRG-KEEP = "N"
                       IF PRG-PS-SEQ-CNT < 5000
                         ADD 1 TO PRG-PS-SEQ-CNT
                         MOVE PRG-PS-TOK(2)
                           TO PRG-PS-SEQ(PRG-PS-SEQ-CNT)
                         PERFORM PRG-FILE-ADD-PARA
                       ELSE
                         MOVE "Y" TO PRG-PS-OVER
                       END-IF
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PURGE-IN-FILE.
           MOVE "00" TO PRG-IN-STATUS.
           IF PRG-PS-SEQ-CNT = 0
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PURGE-IN-FILE.
           OPEN OUTPUT PURGE-OUT-FILE.
           MOVE 0 TO PRG-REMOVED PRG-PS-R-DROP PRG-PS-L-DROP.
           MOVE "N" TO PRG-PS-ISO-DROP.
           PERFORM UNTIL PRG-IN-STATUS NOT = "00"
             READ PURGE-IN-FILE
               AT END
                 MOVE "10" TO PRG-IN-STATUS
               NOT AT END
                 MOVE "N" TO PRG-DROP
                 MOVE SPACES TO PRG-PS-TOK(1) PRG-PS-TOK(2)
                                PRG-PS-TOK(3)
                 MOVE 1 TO PRG-PS-PTR
                 UNSTRING PURGE-IN-REC DELIMITED BY ";"
                     INTO PRG-PS-TOK(1) PRG-PS-TOK(2) PRG-PS-TOK(3)
                     WITH POINTER PRG-PS-PTR
                 EVALUATE PURGE-IN-REC(1:2)
                   WHEN "R;"
                     PERFORM PRS-PURGE-SEQ-PARA
                     IF PRG-DROP = "Y"
                       ADD 1 TO PRG-PS-R-DROP
                     END-IF
                   WHEN "L;"
                     IF PRG-PS-TOK(3) = "ISO"
                       PERFORM PRS-PURGE-ISO-PARA
                     ELSE
                       PERFORM PRS-PURGE-SEQ-PARA
                     END-IF
                     IF PRG-DROP = "Y"
                       ADD 1 TO PRG-PS-L-DROP
                     END-IF
                   WHEN "T;"
                     IF FUNCTION TRIM(PRG-PS-TOK(2)) IS NUMERIC
                        AND FUNCTION TRIM(PRG-PS-TOK(3)) IS NUMERIC
                       COMPUTE PRG-PS-R-CNT =
                         FUNCTION NUMVAL(PRG-PS-TOK(2)) - PRG-PS-R-DROP
                       COMPUTE PRG-PS-L-CNT =
                         FUNCTION NUMVAL(PRG-PS-TOK(3)) - PRG-PS-L-DROP
                       MOVE SPACES TO PURGE-IN-REC
                       STRING
                         "T;" DELIMITED BY SIZE
                         PRG-PS-R-CNT DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         PRG-PS-L-CNT DELIMITED BY SIZE
                         INTO PURGE-IN-REC
                       END-STRING
                     END-IF
                 END-EVALUATE
                 IF PRG-DROP = "Y"
                   ADD 1 TO PRG-REMOVED
                 ELSE
                   MOVE PURGE-IN-REC TO PURGE-OUT-REC
                   WRITE PURGE-OUT-REC
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PURGE-IN-FILE.
           CLOSE PURGE-OUT-FILE.
           MOVE "00" TO PRG-IN-STATUS.
           PERFORM PRG-REPLACE-PARA.

      *******************************************************
      *> 共用段落：R/L 列序號 (PRG-PS-TOK(2)) 是否在剔除清單
      *******************************************************
       PRS-PURGE-SEQ-PARA.
           MOVE "N" TO PRG-DROP.
           PERFORM VARYING PRG-PS-J FROM 1 BY 1
                     UNTIL PRG-PS-J > PRG-PS-SEQ-CNT
             IF PRG-PS-TOK(2) = PRG-PS-SEQ(PRG-PS-J)
               MOVE "Y" TO PRG-DROP
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：ISO 片段列 (PRG-PS-PTR 起為片段原文)。
      *> <PstlAdr CustId=/<Dbtr CustId= 起始行決定其後各行
      *> (至下一起始行) 是否剔除
      *******************************************************
       PRS-PURGE-ISO-PARA.
           IF PURGE-IN-REC(PRG-PS-PTR:16) = "<PstlAdr CustId="
              OR PURGE-IN-REC(PRG-PS-PTR:13) = "<Dbtr CustId="
             MOVE "N" TO PRG-PS-ISO-DROP
             MOVE SPACES TO PRG-PS-SKIP PRG-PS-ATTR
             UNSTRING PURGE-IN-REC(PRG-PS-PTR:) DELIMITED BY '"'
                 INTO PRG-PS-SKIP PRG-PS-ATTR
             PERFORM VARYING PRG-K FROM 1 BY 1 UNTIL PRG-K > PRG-COUNT
               IF PRG-PS-ATTR = PRG-XML-ID(PRG-K)
                  OR (PRG-ISO-TK(PRG-K) NOT = SPACES
                      AND PRG-PS-ATTR = PRG-ISO-TK(PRG-K))
                 MOVE PRG-K TO PRG-HIT
                 PERFORM PRG-ROW-HOLD-PARA
                 IF PRG-KEEP = "N"
                   MOVE "Y" TO PRG-PS-ISO-DROP
                 END-IF
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.
           MOVE PRG-PS-ISO-DROP TO PRG-DROP.

      *******************************************************
      *> 共用段落：清除要求之客戶自合併對照檔刪除
      *> (output\MergeXref.dat，被併者或存續者為清除對象者；
      *> 保全以合併日期核對)
      *******************************************************
       MXR-PURGE-PARA.
           MOVE "MergeXref.dat" TO PRG-FNAME.
           OPEN I-O PRG-MXR-FILE.
           IF PRG-IDX-STATUS = "35"
             MOVE "00" TO PRG-IDX-STATUS
             EXIT PARAGRAPH
           END-IF.
           IF PRG-IDX-STATUS NOT = "00"
             MOVE SPACES TO PRG-WHY
             STRING "OPEN STATUS " PRG-IDX-STATUS
               DELIMITED BY SIZE INTO PRG-WHY
             END-STRING
             PERFORM PRG-NOT-DONE-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO PRG-EOF.
           PERFORM UNTIL PRG-EOF = "Y"
             READ PRG-MXR-FILE NEXT
               AT END
                 MOVE "Y" TO PRG-EOF
               NOT AT END
                 MOVE PRG-MXR-MERGE-TS(1:8) TO PRG-ROW-DATE
                 MOVE PRG-MXR-VICTIM TO PRG-KEY
                 PERFORM PRG-CUST-FIND-PARA
                 MOVE PRG-HIT TO PRG-HIT2
                 MOVE PRG-MXR-SURVIVOR TO PRG-KEY
                 PERFORM PRG-CUST-FIND-PARA
                 PERFORM PRG-PAIR-HOLD-PARA
                 IF PRG-DROP = "Y"
                   DELETE PRG-MXR-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       PERFORM PRG-PAIR-FILES-PARA
                   END-DELETE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PRG-MXR-FILE.
           MOVE "00" TO PRG-IDX-STATUS.

      *******************************************************
      *> 共用段落：清除要求之客戶自合併明細剔除
      *> (output\MergeDetail.csv：MERGE_TIMESTAMP;VICTIM_ID;
      *> SURVIVOR_ID;...，任一方為清除對象者；保全以合併日期核對)
      *******************************************************
       MDTL-PURGE-PARA.
           MOVE "MergeDetail.csv" TO PRG-FNAME.
           MOVE "output\MergeDetail.csv" TO CTL-PURGE-IN-PATH.
           MOVE "output\MergeDetail.csv.new" TO CTL-PURGE-OUT-PATH.
           OPEN INPUT PURGE-IN-FILE.
           IF PRG-IN-STATUS NOT = "00"
             MOVE "00" TO PRG-IN-STATUS
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-OUT-FILE.
           MOVE 0 TO PRG-REMOVED.
           PERFORM UNTIL PRG-IN-STATUS NOT = "00"
             READ PURGE-IN-FILE
               AT END
                 MOVE "10" TO PRG-IN-STATUS
               NOT AT END
                 MOVE SPACES TO PRG-FLDS
                 UNSTRING PURGE-IN-REC DELIMITED BY ";"
                     INTO PRG-FLD(1) PRG-FLD(2) PRG-FLD(3)
                 MOVE "N" TO PRG-DROP
                 IF PRG-FLD(1) NOT = "MERGE_TIMESTAMP"
                   MOVE PRG-FLD(1)(1:8) TO PRG-ROW-DATE
                   MOVE PRG-FLD(2) TO PRG-KEY
                   PERFORM PRG-CUST-FIND-PARA
                   MOVE PRG-HIT TO PRG-HIT2
                   MOVE PRG-FLD(3) TO PRG-KEY
                   PERFORM PRG-CUST-FIND-PARA
                   PERFORM PRG-PAIR-HOLD-PARA
                 END-IF
                 IF PRG-DROP = "Y"
                   ADD 1 TO PRG-REMOVED
                   PERFORM PRG-PAIR-FILES-PARA
                 ELSE
                   MOVE PURGE-IN-REC TO PURGE-OUT-REC
                   WRITE PURGE-OUT-REC
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PURGE-IN-FILE.
           CLOSE PURGE-OUT-FILE.
           MOVE "00" TO PRG-IN-STATUS.
           PERFORM PRG-REPLACE-PARA.

      *******************************************************
      *> 共用段落：清除要求之客戶自共用接觸歷史剔除 (持
      *> ContactHistory.lck 鎖定才開檔，同一般批次)。各住戶
      *> 記錄內該客戶的寄件項逐項移除 (保全以寄件日核對)，
      *> 移除後無項者整筆刪除
      *******************************************************
       CTC-PURGE-PARA.
           MOVE "ContactHistory.dat" TO PRG-FNAME.
           MOVE SPACES TO CTL-CTC-HIST-PATH.
           STRING
             FUNCTION TRIM(CTL-SHARED-DIR) DELIMITED BY SIZE
             "ContactHistory.dat" DELIMITED BY SIZE
             INTO CTL-CTC-HIST-PATH
           END-STRING.
           MOVE SPACES TO CTL-CTC-LOCK-PATH.
           STRING
             FUNCTION TRIM(CTL-SHARED-DIR) DELIMITED BY SIZE
             "ContactHistory.lck" DELIMITED BY SIZE
             INTO CTL-CTC-LOCK-PATH
           END-STRING.

           MOVE "Y" TO SHL-MARK.
           MOVE CTL-CTC-LOCK-PATH TO SHL-DIR-PATH.
           PERFORM SHL-ACQUIRE-PARA.
           IF SHL-GOT NOT = "Y"
             *> 共用目錄不可用且無接觸歷史者即無可清除
             IF SHL-GOT = "X"
               CALL "CBL_CHECK_FILE_EXIST" USING CTL-CTC-HIST-PATH
                 SHL-CF-INFO RETURNING SHL-RC
               IF SHL-RC NOT = 0
                 EXIT PARAGRAPH
               END-IF
               MOVE "SHARED DIRECTORY NOT USABLE" TO PRG-WHY
             ELSE
               MOVE "LOCK NOT OBTAINED" TO PRG-WHY
             END-IF
             PERFORM PRG-NOT-DONE-PARA
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O CTC-HIST-FILE.
           IF CTC-HIST-STATUS = "35"
             MOVE "00" TO CTC-HIST-STATUS
             PERFORM SHL-RELEASE-PARA
             EXIT PARAGRAPH
           END-IF.
           IF CTC-HIST-STATUS NOT = "00"
             MOVE SPACES TO PRG-WHY
             STRING "OPEN STATUS " CTC-HIST-STATUS
               DELIMITED BY SIZE INTO PRG-WHY
             END-STRING
             PERFORM SHL-RELEASE-PARA
             PERFORM PRG-NOT-DONE-PARA
             EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO PRG-EOF.
           MOVE LOW-VALUES TO CTC-H-KEY.
           START CTC-HIST-FILE KEY NOT < CTC-H-KEY
             INVALID KEY
               MOVE "Y" TO PRG-EOF
           END-START.
           PERFORM UNTIL PRG-EOF = "Y"
             READ CTC-HIST-FILE NEXT
               AT END
                 MOVE "Y" TO PRG-EOF
               NOT AT END
                 MOVE "N" TO PRG-DROP
                 MOVE 0 TO PRG-E-OUT
                 PERFORM VARYING PRG-E FROM 1 BY 1
                           UNTIL PRG-E > CTC-H-COUNT OR PRG-E > 40
                   MOVE CTC-H-CUST(PRG-E) TO PRG-KEY
                   PERFORM PRG-CUST-FIND-PARA
                   MOVE "N" TO PRG-KEEP
                   IF PRG-HIT > 0
                     MOVE CTC-H-DATE(PRG-E) TO PRG-ROW-DATE
                     PERFORM PRG-ROW-HOLD-PARA
                   END-IF
                   IF PRG-HIT > 0 AND PRG-KEEP = "N"
                     MOVE "Y" TO PRG-DROP
                     PERFORM PRG-FILE-ADD-PARA
                   ELSE
                     ADD 1 TO PRG-E-OUT
                     IF PRG-E-OUT < PRG-E
                       MOVE CTC-H-ENT(PRG-E) TO CTC-H-ENT(PRG-E-OUT)
                     END-IF
                   END-IF
                 END-PERFORM
                 IF PRG-DROP = "Y"
                   *> 移出之項不得殘留於記錄尾端
                   PERFORM VARYING PRG-E FROM PRG-E-OUT BY 1
                             UNTIL PRG-E >= 40
                     MOVE 0 TO CTC-H-DATE(PRG-E + 1)
                     MOVE SPACES TO CTC-H-UNIT(PRG-E + 1)
                                    CTC-H-CUST(PRG-E + 1)
                   END-PERFORM
                   MOVE PRG-E-OUT TO CTC-H-COUNT
                   IF PRG-E-OUT = 0
                     DELETE CTC-HIST-FILE
                       INVALID KEY
                         CONTINUE
                     END-DELETE
                   ELSE
                     REWRITE CTC-HIST-REC
                       INVALID KEY
                         CONTINUE
                     END-REWRITE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CTC-HIST-FILE.
           MOVE "00" TO CTC-HIST-STATUS.
           MOVE CTL-CTC-LOCK-PATH TO SHL-DIR-PATH.
           PERFORM SHL-RELEASE-PARA.

      *******************************************************
      *> 共用段落：清除要求之客戶自多戶建物登錄刪除 (客戶層
      *> C; 記錄刪除、所在建物客戶數減一；保全以最後更新日
      *> 核對)
      *******************************************************
       MU-PURGE-PARA.
           MOVE "UnitRegister.dat" TO PRG-FNAME.
           MOVE SPACES TO CTL-MU-REG-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "UnitRegister.dat" DELIMITED BY SIZE
             INTO CTL-MU-REG-PATH
           END-STRING.
           OPEN I-O MU-REG-FILE.
           IF MU-REG-STATUS = "35"
             MOVE "00" TO MU-REG-STATUS
             EXIT PARAGRAPH
           END-IF.
           IF MU-REG-STATUS NOT = "00"
             MOVE SPACES TO PRG-WHY
             STRING "OPEN STATUS " MU-REG-STATUS
               DELIMITED BY SIZE INTO PRG-WHY
             END-STRING
             PERFORM PRG-NOT-DONE-PARA
             EXIT PARAGRAPH
           END-IF.
           *> 建物記錄更新日取本次執行日
           MOVE LOCK-NOW-TS(1:8) TO EMB-RUN-DATE.
           PERFORM VARYING PRG-HIT FROM 1 BY 1 UNTIL PRG-HIT > PRG-COUNT
             MOVE SPACES TO MU-R-KEY
             STRING
               "C;" DELIMITED BY SIZE
               FUNCTION TRIM(PRG-CUSTID(PRG-HIT)) DELIMITED BY SIZE
               INTO MU-R-KEY
             END-STRING
             READ MU-REG-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE MU-R-DATE TO PRG-ROW-DATE
                 PERFORM PRG-ROW-HOLD-PARA
                 IF PRG-KEEP = "N"
                   MOVE MU-R-BKEY TO MU-OLD-BKEY
                   MOVE MU-R-UNIT TO MU-OLD-UNIT
                   DELETE MU-REG-FILE
                     INVALID KEY
                       CONTINUE
                   END-DELETE
                   PERFORM PRG-FILE-ADD-PARA
                   IF MU-OLD-BKEY NOT = SPACES
                     MOVE -1 TO MU-ADJ
                     MOVE 0 TO MU-ADJ-UNIT
                     IF MU-OLD-UNIT = "Y"
                       MOVE -1 TO MU-ADJ-UNIT
                     END-IF
                     MOVE SPACES TO MU-KEY-SAVE
                     STRING
                       "B;" DELIMITED BY SIZE
                       MU-OLD-BKEY DELIMITED BY SIZE
                       INTO MU-KEY-SAVE
                     END-STRING
                     PERFORM MU-BLD-ADJ-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MU-REG-FILE.
           MOVE "00" TO MU-REG-STATUS.

      *******************************************************
      *> 共用段落：清除要求之客戶自郵寄逐件記錄刪除
      *> (output\MailingPieces.dat，鍵 CUSTOMER_ID + 交寄日 +
      *> 郵寄代號；保全以交寄日核對)
      *******************************************************
       MPC-PURGE-PARA.
           MOVE "MailingPieces.dat" TO PRG-FNAME.
           OPEN I-O PRG-MPC-FILE.
           IF PRG-IDX-STATUS = "35"
             MOVE "00" TO PRG-IDX-STATUS
             EXIT PARAGRAPH
           END-IF.
           IF PRG-IDX-STATUS NOT = "00"
             MOVE SPACES TO PRG-WHY
             STRING "OPEN STATUS " PRG-IDX-STATUS
               DELIMITED BY SIZE INTO PRG-WHY
             END-STRING
             PERFORM PRG-NOT-DONE-PARA
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRG-HIT FROM 1 BY 1 UNTIL PRG-HIT > PRG-COUNT
             MOVE FUNCTION TRIM(PRG-CUSTID(PRG-HIT)) TO PRG-KEY
             MOVE LOW-VALUES TO PRG-MPC-KEY
             MOVE PRG-KEY TO PRG-MPC-CUSTID
             MOVE "N" TO PRG-EOF
             START PRG-MPC-FILE KEY NOT < PRG-MPC-KEY
               INVALID KEY
                 MOVE "Y" TO PRG-EOF
             END-START
             PERFORM UNTIL PRG-EOF = "Y"
               READ PRG-MPC-FILE NEXT
                 AT END
                   MOVE "Y" TO PRG-EOF
                 NOT AT END
                   IF PRG-MPC-CUSTID NOT = PRG-KEY
                     MOVE "Y" TO PRG-EOF
                   ELSE
                     MOVE PRG-MPC-DATE TO PRG-ROW-DATE
                     PERFORM PRG-ROW-HOLD-PARA
                     IF PRG-KEEP = "N"
                       DELETE PRG-MPC-FILE
                         INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           PERFORM PRG-FILE-ADD-PARA
                       END-DELETE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-PERFORM.
           CLOSE PRG-MPC-FILE.
           MOVE "00" TO PRG-IDX-STATUS.

      *******************************************************
      *> 共用段落：清除要求之客戶自郵件狀態檔刪除
      *> (output\PieceStatus.dat，鍵 CUSTOMER_ID + 郵寄代號；
      *> 保全以業者收件日 (未收件者末次事件日) 核對)
      *******************************************************
       PST-PURGE-PARA.
           MOVE "PieceStatus.dat" TO PRG-FNAME.
           OPEN I-O PRG-PST-FILE.
           IF PRG-IDX-STATUS = "35"
             MOVE "00" TO PRG-IDX-STATUS
             EXIT PARAGRAPH
           END-IF.
           IF PRG-IDX-STATUS NOT = "00"
             MOVE SPACES TO PRG-WHY
             STRING "OPEN STATUS " PRG-IDX-STATUS
               DELIMITED BY SIZE INTO PRG-WHY
             END-STRING
             PERFORM PRG-NOT-DONE-PARA
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRG-HIT FROM 1 BY 1 UNTIL PRG-HIT > PRG-COUNT
             MOVE FUNCTION TRIM(PRG-CUSTID(PRG-HIT)) TO PRG-KEY
             MOVE LOW-VALUES TO PRG-PST-KEY
             MOVE PRG-KEY TO PRG-PST-CUSTID
             MOVE "N" TO PRG-EOF
             START PRG-PST-FILE KEY NOT < PRG-PST-KEY
               INVALID KEY
                 MOVE "Y" TO PRG-EOF
             END-START
             PERFORM UNTIL PRG-EOF = "Y"
               READ PRG-PST-FILE NEXT
                 AT END
                   MOVE "Y" TO PRG-EOF
                 NOT AT END
                   IF PRG-PST-CUSTID NOT = PRG-KEY
                     MOVE "Y" TO PRG-EOF
                   ELSE
                     MOVE PRG-PST-ACC-TS(1:8) TO PRG-ROW-DATE
                     IF PRG-ROW-DATE = SPACES
                       MOVE PRG-PST-REST2(1:8) TO PRG-ROW-DATE
                     END-IF
                     PERFORM PRG-ROW-HOLD-PARA
                     IF PRG-KEEP = "N"
                       DELETE PRG-PST-FILE
                         INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           PERFORM PRG-FILE-ADD-PARA
                       END-DELETE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-PERFORM.
           CLOSE PRG-PST-FILE.
           MOVE "00" TO PRG-IDX-STATUS.

      *******************************************************
      *> 共用段落：清除要求之客戶自代號保管庫刪除 (各夥伴代號
      *> 一併作廢)。保管庫無專屬鎖定，寫入者 (EXECUTE 各模式)
      *> 皆須持 EXECUTE.lock，PURGE 本身即持有該鎖定執行。
      *> 有任何保全 (含部分資料列保全) 者保留其代號，留存的
      *> 夥伴檔案與回傳仍須反查
      *******************************************************
       TKN-PURGE-PARA.
           MOVE "TokenVault.dat" TO PRG-FNAME.
           PERFORM VARYING PRG-HIT FROM 1 BY 1 UNTIL PRG-HIT > PRG-COUNT
             IF PRG-HOLD(PRG-HIT) = SPACES
               MOVE "PURGE" TO TKN-OP
               MOVE SPACES TO TKN-PARTNER TKN-TOKEN
               MOVE FUNCTION TRIM(PRG-CUSTID(PRG-HIT)) TO TKN-CUSTID
               CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
               IF TKN-RESULT = "Y"
                 PERFORM PRG-FILE-ADD-PARA
               END-IF
               IF TKN-RESULT = "E"
                 MOVE "VAULT NOT AVAILABLE" TO PRG-WHY
                 PERFORM PRG-NOT-DONE-PARA
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.
           MOVE "CLOSE" TO TKN-OP.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.

      *******************************************************
      *> 共用段落：資料倉儲抽取開啟 (維度檔載入、錯誤代碼維度
      *> 依 ErrorCatalog.csv 補齊、本次規則版本取鍵、事實與
      *> 代碼橋接檔以 RUN_ID 命名開新檔)
      *******************************************************
       DWH-OPEN-PARA.
           MOVE LOCK-NOW-TS TO DWH-RUN-ID.
           MOVE 0 TO DWH-DIM-COUNT DWH-SEQ DWH-CODE-CNT.
           PERFORM VARYING DWH-T FROM 1 BY 1 UNTIL DWH-T > 4
             MOVE 0 TO DWH-MAX-SK(DWH-T) DWH-ROWS(DWH-T)
                       DWH-CHG-ROWS(DWH-T)
             PERFORM DWH-DIM-LOAD-PARA
           END-PERFORM.

           *> 錯誤代碼維度：目錄內代碼全數列入 (屬性異動才標記)
           MOVE 2 TO DWH-T.
           MOVE "N" TO DWH-LK-TOUCH.
           OPEN INPUT WQ-CAT-FILE.
           IF WQ-CAT-STATUS = "00"
             PERFORM UNTIL WQ-CAT-STATUS NOT = "00"
               READ WQ-CAT-FILE
                 AT END
                   MOVE "10" TO WQ-CAT-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(WQ-CAT-REC) NOT = SPACES
                      AND WQ-CAT-REC(1:5) NOT = "CODE;"
                     MOVE SPACES TO DWH-TOK(1) DWH-TOK(2) DWH-TOK(3)
                     UNSTRING WQ-CAT-REC DELIMITED BY ";"
                         INTO DWH-TOK(1) DWH-TOK(2) DWH-TOK(3)
                     MOVE SPACES TO DWH-LK-ATTR(1) DWH-LK-ATTR(2)
                                    DWH-LK-ATTR(3) DWH-LK-ATTR(4)
                     MOVE FUNCTION TRIM(DWH-TOK(1)) TO DWH-LK-KEY
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DWH-TOK(2)))
                       TO DWH-LK-ATTR(1)
                     MOVE FUNCTION TRIM(DWH-TOK(3)) TO DWH-LK-ATTR(2)
                     PERFORM DWH-SK-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WQ-CAT-FILE
           END-IF.
           MOVE "00" TO WQ-CAT-STATUS.
           MOVE "Y" TO DWH-LK-TOUCH.

           *> 規則版本維度 (本次執行固定一鍵)
           MOVE 4 TO DWH-T.
           MOVE SPACES TO DWH-LK-ATTR(1) DWH-LK-ATTR(2)
                          DWH-LK-ATTR(3) DWH-LK-ATTR(4).
           MOVE FUNCTION TRIM(CTL-RULE-VERSION) TO DWH-LK-KEY.
           PERFORM DWH-SK-PARA.
           MOVE DWH-LK-SK TO DWH-RULE-SK.

           MOVE SPACES TO CTL-DWH-FACT-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "DWH_Fact_" DELIMITED BY SIZE
             DWH-RUN-ID DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO CTL-DWH-FACT-PATH
           END-STRING.
           MOVE SPACES TO CTL-DWH-CODE-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "DWH_FactCode_" DELIMITED BY SIZE
             DWH-RUN-ID DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO CTL-DWH-CODE-PATH
           END-STRING.
           OPEN OUTPUT DWH-FACT-FILE.
           IF DWH-FACT-STATUS NOT = "00"
             MOVE "ADR0229W" TO RST-LAST-MSG
             DISPLAY "ADR0229W WAREHOUSE EXTRACT NOT WRITTEN - "
               FUNCTION TRIM(CTL-DWH-FACT-PATH) " CANNOT BE OPENED "
               "(STATUS " DWH-FACT-STATUS ")"
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DWH-CODE-FILE.
           IF DWH-CODE-STATUS NOT = "00"
             CLOSE DWH-FACT-FILE
             MOVE "ADR0229W" TO RST-LAST-MSG
             DISPLAY "ADR0229W WAREHOUSE EXTRACT NOT WRITTEN - "
               FUNCTION TRIM(CTL-DWH-CODE-PATH) " CANNOT BE OPENED "
               "(STATUS " DWH-CODE-STATUS ")"
             EXIT PARAGRAPH
           END-IF.
           MOVE "RUN_ID;RECORD_SEQ;CUSTOMER_TOKEN;SOURCE_SK;"
             & "COUNTRY_SK;RULESET_SK;OUTCOME;ERROR_CODES;"
             & "WARNING_CODES;QUALITY_SCORE;ADDRESS_TYPE;CHANNEL;"
             & "BU_FLAG;POSTAGE" TO DWH-FACT-REC.
           WRITE DWH-FACT-REC.
           MOVE "RUN_ID;RECORD_SEQ;CODE_SK;CODE;CODE_ROLE"
             TO DWH-CODE-REC.
           WRITE DWH-CODE-REC.
           MOVE "Y" TO DWH-ACTIVE.

      *******************************************************
      *> 共用段落：維度檔名/標題/屬性欄數 (DWH-T 指定類別)
      *******************************************************
       DWH-DIM-NAME-PARA.
           MOVE DWH-TYPES(DWH-T:1) TO DWH-TYPE.
           EVALUATE DWH-T
             WHEN 1
               MOVE "DWH_DimCountry.csv" TO DWH-FILE-NAME
               MOVE "COUNTRY_SK;COUNTRY_KEY;COUNTRY_NAME;ISO_ALPHA2;"
                 & "ISO_ALPHA3;ISO_NUMERIC;FIRST_RUN_ID;LAST_RUN_ID"
                 TO DWH-HDR
               MOVE 4 TO DWH-ATTR-N
             WHEN 2
               MOVE "DWH_DimErrorCode.csv" TO DWH-FILE-NAME
               MOVE "CODE_SK;CODE;SEVERITY;DESCRIPTION;FIRST_RUN_ID;"
                 & "LAST_RUN_ID" TO DWH-HDR
               MOVE 2 TO DWH-ATTR-N
             WHEN 3
               MOVE "DWH_DimSource.csv" TO DWH-FILE-NAME
               MOVE "SOURCE_SK;SOURCE_SYSTEM;BU_FLAG;FIRST_RUN_ID;"
                 & "LAST_RUN_ID" TO DWH-HDR
               MOVE 1 TO DWH-ATTR-N
             WHEN OTHER
               MOVE "DWH_DimRuleset.csv" TO DWH-FILE-NAME
               MOVE "RULESET_SK;RULESET_VERSION;FIRST_RUN_ID;"
                 & "LAST_RUN_ID" TO DWH-HDR
               MOVE 0 TO DWH-ATTR-N
           END-EVALUATE.
           MOVE SPACES TO CTL-DWH-DIM-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(DWH-FILE-NAME) DELIMITED BY SIZE
             INTO CTL-DWH-DIM-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：維度檔載入 (不存在者視為空維度)
      *******************************************************
       DWH-DIM-LOAD-PARA.
           PERFORM DWH-DIM-NAME-PARA.
           OPEN INPUT DWH-DIM-FILE.
           IF DWH-DIM-STATUS NOT = "00"
             MOVE "00" TO DWH-DIM-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DWH-DIM-STATUS NOT = "00"
             READ DWH-DIM-FILE
               AT END
                 MOVE "10" TO DWH-DIM-STATUS
               NOT AT END
                 IF DWH-DIM-REC(1:1) IS NUMERIC
                    AND DWH-DIM-COUNT < 3000
                   PERFORM VARYING DWH-J FROM 1 BY 1 UNTIL DWH-J > 8
                     MOVE SPACES TO DWH-TOK(DWH-J)
                   END-PERFORM
                   UNSTRING DWH-DIM-REC DELIMITED BY ";"
                       INTO DWH-TOK(1) DWH-TOK(2) DWH-TOK(3)
                            DWH-TOK(4) DWH-TOK(5) DWH-TOK(6)
                            DWH-TOK(7) DWH-TOK(8)
                   ADD 1 TO DWH-DIM-COUNT
                   MOVE DWH-TYPE TO DWH-D-TYPE(DWH-DIM-COUNT)
                   MOVE FUNCTION NUMVAL(DWH-TOK(1))
                     TO DWH-D-SK(DWH-DIM-COUNT)
                   MOVE DWH-TOK(2) TO DWH-D-KEY(DWH-DIM-COUNT)
                   PERFORM VARYING DWH-J FROM 1 BY 1 UNTIL DWH-J > 4
                     IF DWH-J <= DWH-ATTR-N
                       MOVE DWH-TOK(DWH-J + 2)
                         TO DWH-D-ATTR(DWH-DIM-COUNT DWH-J)
                     ELSE
                       MOVE SPACES TO DWH-D-ATTR(DWH-DIM-COUNT DWH-J)
                     END-IF
                   END-PERFORM
                   MOVE DWH-TOK(DWH-ATTR-N + 3)
                     TO DWH-D-FIRST(DWH-DIM-COUNT)
                   MOVE DWH-TOK(DWH-ATTR-N + 4)
                     TO DWH-D-LAST(DWH-DIM-COUNT)
                   IF DWH-D-SK(DWH-DIM-COUNT) > DWH-MAX-SK(DWH-T)
                     MOVE DWH-D-SK(DWH-DIM-COUNT) TO DWH-MAX-SK(DWH-T)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DWH-DIM-FILE.
           MOVE "00" TO DWH-DIM-STATUS.

      *******************************************************
      *> 共用段落：代理鍵查找/配發 (DWH-T、DWH-LK-KEY 與屬性
      *> DWH-LK-ATTR 為輸入，DWH-LK-SK 為輸出)。既有成員沿用
      *> 原鍵，屬性有值且不同者覆寫；新成員接續該類別最大鍵
      *******************************************************
       DWH-SK-PARA.
           MOVE DWH-TYPES(DWH-T:1) TO DWH-TYPE.
           MOVE 0 TO DWH-HIT DWH-LK-SK.
           INSPECT DWH-LK-KEY REPLACING ALL ";" BY ",".
           PERFORM VARYING DWH-J FROM 1 BY 1 UNTIL DWH-J > 4
             INSPECT DWH-LK-ATTR(DWH-J) REPLACING ALL ";" BY ","
           END-PERFORM.
           PERFORM VARYING DWH-I FROM 1 BY 1
                     UNTIL DWH-I > DWH-DIM-COUNT
             IF DWH-D-TYPE(DWH-I) = DWH-TYPE
                AND DWH-D-KEY(DWH-I) = DWH-LK-KEY
               MOVE DWH-I TO DWH-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF DWH-HIT > 0
             MOVE DWH-D-SK(DWH-HIT) TO DWH-LK-SK
             PERFORM VARYING DWH-J FROM 1 BY 1 UNTIL DWH-J > 4
               IF DWH-LK-ATTR(DWH-J) NOT = SPACES
                  AND DWH-LK-ATTR(DWH-J) NOT =
                      DWH-D-ATTR(DWH-HIT DWH-J)
                 MOVE DWH-LK-ATTR(DWH-J) TO DWH-D-ATTR(DWH-HIT DWH-J)
                 MOVE DWH-RUN-ID TO DWH-D-LAST(DWH-HIT)
               END-IF
             END-PERFORM
             IF DWH-LK-TOUCH = "Y"
               MOVE DWH-RUN-ID TO DWH-D-LAST(DWH-HIT)
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF DWH-DIM-COUNT >= 3000
             IF DWH-FULL-MSG = "N"
               MOVE "ADR0229W" TO RST-LAST-MSG
               DISPLAY "ADR0229W WAREHOUSE DIMENSION TABLE FULL - "
                 "NEW MEMBERS CARRY KEY 0"
               MOVE "Y" TO DWH-FULL-MSG
             END-IF
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DWH-DIM-COUNT.
           ADD 1 TO DWH-MAX-SK(DWH-T).
           MOVE DWH-TYPE TO DWH-D-TYPE(DWH-DIM-COUNT).
           MOVE DWH-MAX-SK(DWH-T) TO DWH-D-SK(DWH-DIM-COUNT).
           MOVE DWH-LK-KEY TO DWH-D-KEY(DWH-DIM-COUNT).
           PERFORM VARYING DWH-J FROM 1 BY 1 UNTIL DWH-J > 4
             MOVE DWH-LK-ATTR(DWH-J) TO DWH-D-ATTR(DWH-DIM-COUNT DWH-J)
           END-PERFORM.
           MOVE DWH-RUN-ID TO DWH-D-FIRST(DWH-DIM-COUNT)
                              DWH-D-LAST(DWH-DIM-COUNT).
           MOVE DWH-MAX-SK(DWH-T) TO DWH-LK-SK.

      *******************************************************
      *> 共用段落：單筆處理事實 (DWH-OUTCOME；DWH-PARSED=N 者
      *> 尚未解析，僅取輸入欄位，國別歸 UNKNOWN)
      *******************************************************
       DWH-FACT-PARA.
           ADD 1 TO DWH-SEQ.
           IF DWH-PARSED NOT = "Y"
             MOVE 0 TO DWH-POSTAGE
           END-IF.

           *> 客戶代號：保管庫開啟時帶 WAREHOUSE 夥伴代號
           MOVE FUNCTION TRIM(IF-DATA(1)) TO DWH-CUST.
           IF TKN-ACTIVE = "Y" AND DWH-CUST NOT = SPACES
             MOVE "WAREHOUSE" TO TKN-PARTNER
             MOVE DWH-CUST TO TKN-CUSTID
             PERFORM TKN-ISSUE-PARA
             MOVE TKN-TOKEN TO DWH-CUST
           END-IF.

           *> 來源系統 (即業務單位；空白歸 UNSPECIFIED，旗標 N)
           MOVE SPACES TO DWH-LK-ATTR(1) DWH-LK-ATTR(2)
                          DWH-LK-ATTR(3) DWH-LK-ATTR(4).
           IF DWH-OUTCOME = "SEASONAL"
             MOVE SPACES TO DWH-SRC
           ELSE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IF-DATA(4)))
               TO DWH-SRC
           END-IF.
           IF DWH-SRC = SPACES
             MOVE "UNSPECIFIED" TO DWH-SRC
             MOVE "N" TO DWH-BU-FLAG
           ELSE
             MOVE "Y" TO DWH-BU-FLAG
           END-IF.
           MOVE 3 TO DWH-T.
           MOVE DWH-SRC TO DWH-LK-KEY.
           MOVE DWH-BU-FLAG TO DWH-LK-ATTR(1).
           PERFORM DWH-SK-PARA.
           MOVE DWH-LK-SK TO DWH-SRC-SK.

           *> 國別：CountryCodes.csv 可對照者以 alpha-2 為鍵，國名
           *> 取該代碼之首列 (正式國名)；查不到者以國名為鍵
           MOVE SPACES TO DWH-LK-ATTR(1) DWH-LK-ATTR(2)
                          DWH-LK-ATTR(3) DWH-LK-ATTR(4).
           IF DWH-PARSED = "Y" AND DTLS-LF(2) NOT = SPACES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
               TO ISO-CMP
             MOVE ISO-CMP TO DWH-LK-KEY DWH-LK-ATTR(1)
             PERFORM VARYING ISO-IDX FROM 1 BY 1
                       UNTIL ISO-IDX > ISO-COUNT
               IF ISO-NAME(ISO-IDX) = ISO-CMP
                 MOVE ISO-A2(ISO-IDX) TO DWH-LK-KEY DWH-LK-ATTR(2)
                 MOVE ISO-A3(ISO-IDX) TO DWH-LK-ATTR(3)
                 MOVE ISO-NUMC(ISO-IDX) TO DWH-LK-ATTR(4)
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF DWH-LK-ATTR(2) NOT = SPACES
               PERFORM VARYING ISO-IDX FROM 1 BY 1
                         UNTIL ISO-IDX > ISO-COUNT
                 IF ISO-A2(ISO-IDX) = DWH-LK-ATTR(2)
                   MOVE ISO-NAME(ISO-IDX) TO DWH-LK-ATTR(1)
                   EXIT PERFORM
                 END-IF
               END-PERFORM
             END-IF
           ELSE
             MOVE "UNKNOWN" TO DWH-LK-KEY
           END-IF.
           MOVE 1 TO DWH-T.
           PERFORM DWH-SK-PARA.
           MOVE DWH-LK-SK TO DWH-CTRY-SK.

           *> 代碼/分數/地址類型/通路 (未解析者僅地址類型)
           MOVE SPACES TO DWH-ERRS DWH-WARNS DWH-SCORE DWH-CHAN.
           IF DWH-PARSED = "Y"
             MOVE ERROR-CODES TO DWH-ERRS
             MOVE WARNING-CODES TO DWH-WARNS
             IF DWH-OUTCOME = "EMBARGOED"
               MOVE "023" TO DWH-ERRS
             END-IF
             IF DWH-OUTCOME = "SCREEN-HOLD"
                OR DWH-OUTCOME = "DENIED-PARTY"
               MOVE "026" TO DWH-ERRS
             END-IF
             MOVE QUALITY-SCORE TO DWH-SCORE-FMT
             MOVE FUNCTION TRIM(DWH-SCORE-FMT) TO DWH-SCORE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(26)))
               TO DWH-ATYPE
             *> 通路取法同 CH-RESOLVE-PARA (僅查路由表，不登錄
             *> 通路分檔)
             IF DWH-ATYPE = "MILITARY"
               MOVE "MILITARY" TO DWH-CHAN
               MOVE "MILITARY" TO ISO-CMP
             ELSE
               MOVE "REST_OF_WORLD" TO DWH-CHAN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 TO ISO-CMP
             END-IF
             PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                       UNTIL ROUTE-IDX > ROUTE-COUNT
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(ROUTE-CTRY(ROUTE-IDX))) = ISO-CMP
                 MOVE FUNCTION TRIM(ROUTE-CHAN(ROUTE-IDX)) TO DWH-CHAN
                 EXIT PERFORM
               END-IF
             END-PERFORM
           ELSE
             IF DWH-OUTCOME = "SEASONAL"
               MOVE SPACES TO DWH-ATYPE
             ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IF-DATA(5)))
                 TO DWH-ATYPE
             END-IF
           END-IF.
           IF DWH-ATYPE = SPACES
             MOVE "UNSPECIFIED" TO DWH-ATYPE
           END-IF.

           MOVE DWH-SEQ TO DWH-SEQ-FMT.
           MOVE DWH-SRC-SK TO DWH-SK-FMT.
           MOVE DWH-CTRY-SK TO DWH-SK-FMT2.
           MOVE DWH-RULE-SK TO DWH-SK-FMT3.
           MOVE DWH-POSTAGE TO DWH-AMT-FMT.
           MOVE SPACES TO DWH-TXT.
           STRING
             DWH-RUN-ID DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SEQ-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SK-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SK-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SK-FMT3) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-OUTCOME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-ERRS) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-WARNS) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SCORE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-ATYPE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-CHAN) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             DWH-BU-FLAG DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-AMT-FMT) DELIMITED BY SIZE
             INTO DWH-TXT
           END-STRING.
           MOVE DWH-TXT TO DWH-FACT-REC.
           WRITE DWH-FACT-REC.
           MOVE 0 TO DWH-POSTAGE.

           *> 錯誤/警示代碼逐碼寫入橋接檔
           MOVE DWH-ERRS TO DWH-LIST.
           MOVE "E" TO DWH-ROLE.
           PERFORM DWH-CODES-PARA.
           MOVE DWH-WARNS TO DWH-LIST.
           MOVE "W" TO DWH-ROLE.
           PERFORM DWH-CODES-PARA.

      *******************************************************
      *> 共用段落：代碼清單 (DWH-LIST，逗號分隔) 寫入橋接檔
      *> (目錄外代碼自動列入代碼維度，屬性留空)
      *******************************************************
       DWH-CODES-PARA.
           IF DWH-LIST = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DWH-K FROM 1 BY 1 UNTIL DWH-K > 15
             MOVE SPACES TO DWH-CODE-PART(DWH-K)
           END-PERFORM.
           UNSTRING DWH-LIST DELIMITED BY ","
               INTO DWH-CODE-PART(1) DWH-CODE-PART(2)
                    DWH-CODE-PART(3) DWH-CODE-PART(4)
                    DWH-CODE-PART(5) DWH-CODE-PART(6)
                    DWH-CODE-PART(7) DWH-CODE-PART(8)
                    DWH-CODE-PART(9) DWH-CODE-PART(10)
                    DWH-CODE-PART(11) DWH-CODE-PART(12)
                    DWH-CODE-PART(13) DWH-CODE-PART(14)
                    DWH-CODE-PART(15).
           MOVE 2 TO DWH-T.
           PERFORM VARYING DWH-K FROM 1 BY 1 UNTIL DWH-K > 15
             IF DWH-CODE-PART(DWH-K) NOT = SPACES
               MOVE SPACES TO DWH-LK-ATTR(1) DWH-LK-ATTR(2)
                              DWH-LK-ATTR(3) DWH-LK-ATTR(4)
               MOVE FUNCTION TRIM(DWH-CODE-PART(DWH-K)) TO DWH-LK-KEY
               PERFORM DWH-SK-PARA
               MOVE DWH-LK-SK TO DWH-SK-FMT
               MOVE SPACES TO DWH-TXT
               STRING
                 DWH-RUN-ID DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DWH-SEQ-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DWH-SK-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DWH-LK-KEY) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 DWH-ROLE DELIMITED BY SIZE
                 INTO DWH-TXT
               END-STRING
               MOVE DWH-TXT TO DWH-CODE-REC
               WRITE DWH-CODE-REC
               ADD 1 TO DWH-CODE-CNT
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：維度檔整檔寫回 (DWH-T 指定類別)，並計筆數與
      *> 本次新增/異動筆數 (LAST_RUN_ID=本次)
      *******************************************************
       DWH-DIM-WRITE-PARA.
           PERFORM DWH-DIM-NAME-PARA.
           MOVE 0 TO DWH-ROWS(DWH-T) DWH-CHG-ROWS(DWH-T).
           OPEN OUTPUT DWH-DIM-FILE.
           IF DWH-DIM-STATUS NOT = "00"
             MOVE "ADR0229W" TO RST-LAST-MSG
             DISPLAY "ADR0229W WAREHOUSE DIMENSION NOT WRITTEN - "
               FUNCTION TRIM(CTL-DWH-DIM-PATH) " (STATUS "
               DWH-DIM-STATUS ")"
             MOVE "00" TO DWH-DIM-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE DWH-HDR TO DWH-DIM-REC.
           WRITE DWH-DIM-REC.
           PERFORM VARYING DWH-I FROM 1 BY 1
                     UNTIL DWH-I > DWH-DIM-COUNT
             IF DWH-D-TYPE(DWH-I) = DWH-TYPE
               MOVE DWH-D-SK(DWH-I) TO DWH-SK-FMT
               MOVE SPACES TO DWH-TXT
               MOVE 1 TO DWH-PTR
               STRING
                 FUNCTION TRIM(DWH-SK-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(DWH-D-KEY(DWH-I)) DELIMITED BY SIZE
                 INTO DWH-TXT
                 WITH POINTER DWH-PTR
               END-STRING
               PERFORM VARYING DWH-J FROM 1 BY 1
                         UNTIL DWH-J > DWH-ATTR-N
                 STRING
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(DWH-D-ATTR(DWH-I DWH-J))
                     DELIMITED BY SIZE
                   INTO DWH-TXT
                   WITH POINTER DWH-PTR
                 END-STRING
               END-PERFORM
               STRING
                 ";" DELIMITED BY SIZE
                 DWH-D-FIRST(DWH-I) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 DWH-D-LAST(DWH-I) DELIMITED BY SIZE
                 INTO DWH-TXT
                 WITH POINTER DWH-PTR
               END-STRING
               MOVE DWH-TXT TO DWH-DIM-REC
               WRITE DWH-DIM-REC
               ADD 1 TO DWH-ROWS(DWH-T)
               IF DWH-D-LAST(DWH-I) = DWH-RUN-ID
                 ADD 1 TO DWH-CHG-ROWS(DWH-T)
               END-IF
             END-IF
           END-PERFORM.
           CLOSE DWH-DIM-FILE.

      *******************************************************
      *> 共用段落：資料倉儲抽取收尾 (事實檔關閉、維度寫回，最後
      *> 寫清單檔：載入程式見清單檔方可載入本次各檔)
      *******************************************************
       DWH-CLOSE-PARA.
           IF DWH-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           CLOSE DWH-FACT-FILE.
           CLOSE DWH-CODE-FILE.
           MOVE "N" TO DWH-ACTIVE.
           PERFORM VARYING DWH-T FROM 1 BY 1 UNTIL DWH-T > 4
             PERFORM DWH-DIM-WRITE-PARA
           END-PERFORM.

           MOVE SPACES TO CTL-DWH-DIM-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "DWH_Manifest_" DELIMITED BY SIZE
             DWH-RUN-ID DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO CTL-DWH-DIM-PATH
           END-STRING.
           OPEN OUTPUT DWH-DIM-FILE.
           IF DWH-DIM-STATUS NOT = "00"
             MOVE "ADR0229W" TO RST-LAST-MSG
             DISPLAY "ADR0229W WAREHOUSE MANIFEST NOT WRITTEN - "
               FUNCTION TRIM(CTL-DWH-DIM-PATH) " (STATUS "
               DWH-DIM-STATUS ")"
             MOVE "00" TO DWH-DIM-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE "RUN_ID;FILE_NAME;ROW_COUNT;NEW_OR_CHANGED_ROWS"
             TO DWH-DIM-REC.
           WRITE DWH-DIM-REC.
           MOVE DWH-SEQ TO DWH-SEQ-FMT.
           MOVE SPACES TO DWH-TXT.
           STRING
             DWH-RUN-ID DELIMITED BY SIZE
             ";DWH_Fact_" DELIMITED BY SIZE
             DWH-RUN-ID DELIMITED BY SIZE
             ".csv;" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SEQ-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SEQ-FMT) DELIMITED BY SIZE
             INTO DWH-TXT
           END-STRING.
           MOVE DWH-TXT TO DWH-DIM-REC.
           WRITE DWH-DIM-REC.
           MOVE DWH-CODE-CNT TO DWH-SEQ-FMT.
           MOVE SPACES TO DWH-TXT.
           STRING
             DWH-RUN-ID DELIMITED BY SIZE
             ";DWH_FactCode_" DELIMITED BY SIZE
             DWH-RUN-ID DELIMITED BY SIZE
             ".csv;" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SEQ-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DWH-SEQ-FMT) DELIMITED BY SIZE
             INTO DWH-TXT
           END-STRING.
           MOVE DWH-TXT TO DWH-DIM-REC.
           WRITE DWH-DIM-REC.
           PERFORM VARYING DWH-T FROM 1 BY 1 UNTIL DWH-T > 4
             EVALUATE DWH-T
               WHEN 1
                 MOVE "DWH_DimCountry.csv" TO DWH-FILE-NAME
               WHEN 2
                 MOVE "DWH_DimErrorCode.csv" TO DWH-FILE-NAME
               WHEN 3
                 MOVE "DWH_DimSource.csv" TO DWH-FILE-NAME
               WHEN OTHER
                 MOVE "DWH_DimRuleset.csv" TO DWH-FILE-NAME
             END-EVALUATE
             MOVE DWH-ROWS(DWH-T) TO DWH-SK-FMT
             MOVE DWH-CHG-ROWS(DWH-T) TO DWH-SK-FMT2
             MOVE SPACES TO DWH-TXT
             STRING
               DWH-RUN-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DWH-FILE-NAME) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DWH-SK-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DWH-SK-FMT2) DELIMITED BY SIZE
               INTO DWH-TXT
             END-STRING
             MOVE DWH-TXT TO DWH-DIM-REC
             WRITE DWH-DIM-REC
           END-PERFORM.
           CLOSE DWH-DIM-FILE.
           MOVE DWH-SEQ TO DWH-SEQ-FMT.
           MOVE "ADR0033I" TO RST-LAST-MSG
           DISPLAY "ADR0033I WAREHOUSE EXTRACT WRITTEN - "
             FUNCTION TRIM(DWH-SEQ-FMT) " FACT ROWS - SEE DWH_Manifest_"
             DWH-RUN-ID ".csv".

      *******************************************************
      *> 共用段落：官方地名更名傳播單筆主檔 (RUN-MODE=RENAME)
      *******************************************************
       REN-RECORD-PARA.
           ADD 1 TO REN-READ-CNT.
           MOVE "N" TO REN-REC-CHG REN-REPARSE.
           MOVE SPACES TO REN-REASON.
           MOVE 0 TO REN-RK-CNT REN-CTRY-K REN-CITY-K.
           MOVE ADDR-MST-ADDRESS TO REN-ADDR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ADDR-MST-LIN-CTRY))
             TO REN-SC-CTRY.
           MOVE REN-SC-CTRY TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           MOVE REN-FOLD(1:50) TO REN-SC-F.

           PERFORM VARYING REN-K FROM 1 BY 1 UNTIL REN-K > RNM-COUNT
             IF REN-ACT(REN-K) = "Y"
               IF RNM-TYPE(REN-K) = "COUNTRY"
                 IF REN-SC-F = RNM-OLD(REN-K)
                   MOVE "Y" TO REN-HIT
                 ELSE
                   MOVE "N" TO REN-HIT
                 END-IF
               ELSE
                 PERFORM REN-SCOPE-PARA
                 MOVE REN-SCOPE-OK TO REN-HIT
               END-IF
               IF REN-HIT = "Y"
                 PERFORM REN-MST-APPLY-PARA
               END-IF
             END-IF
           END-PERFORM.

           IF REN-REASON = SPACES AND REN-REPARSE = "Y"
             IF ADDR-MST-OVR-FLAG = "Y"
               *> 逐字地址覆寫生效中的客戶不重新解析，僅文字替換
               IF REN-ADDR NOT = ADDR-MST-ADDRESS
                 MOVE REN-ADDR TO ADDR-MST-ADDRESS
                 MOVE "Y" TO REN-REC-CHG
               END-IF
               IF REN-CTRY-K > 0
                 MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(RNM-NEW(REN-CTRY-K)))
                   TO ADDR-MST-LIN-CTRY
                 MOVE "Y" TO REN-REC-CHG
               END-IF
             ELSE
               PERFORM REN-REPARSE-PARA
             END-IF
           END-IF.

           IF REN-REASON NOT = SPACES
             *> 主檔不動 (替代/轉寄/覆寫欄的替換一併放棄)
             ADD 1 TO REN-REV-CNT
             MOVE SPACES TO REN-TXT
             STRING
               FUNCTION TRIM(ADDR-MST-CUSTID) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-MST-ADDRESS) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(REN-ADDR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(REN-REASON) DELIMITED BY SIZE
               INTO REN-TXT
             END-STRING
             MOVE REN-TXT TO REN-REV-REC
             WRITE REN-REV-REC
             EXIT PARAGRAPH
           END-IF.
           IF REN-REC-CHG NOT = "Y"
             EXIT PARAGRAPH
           END-IF.

           *> 來源血緣 (批號/來源/檔名/列號) 不變
           REWRITE ADDR-MST-REC
             INVALID KEY
               ADD 1 TO MBL-FAILED
               MOVE "ADR0201W" TO RST-LAST-MSG
               DISPLAY "ADR0201W WARNING: ADDRESS MASTER REWRITE "
                 "FAILED FOR " FUNCTION TRIM(ADDR-MST-CUSTID)
             NOT INVALID KEY
               ADD 1 TO MBL-UPDATED
               ADD 1 TO REN-CHG-CNT
               PERFORM VARYING REN-I FROM 1 BY 1
                         UNTIL REN-I > REN-RK-CNT
                 ADD 1 TO REN-MST-HITS(REN-RK(REN-I))
               END-PERFORM
               MOVE ADDR-MST-LIN-LINE TO REN-LINE-FMT
               MOVE SPACES TO HIST-TXT
               STRING
                 FUNCTION TRIM(ADDR-MST-CUSTID) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 LOCK-NOW-TS(1:8) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(ADDR-MST-ADDRESS) DELIMITED BY SIZE
                 ";RENAME;" DELIMITED BY SIZE
                 FUNCTION TRIM(ADDR-MST-LIN-BATCH) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(ADDR-MST-LIN-SRC) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(ADDR-MST-LIN-FILE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(REN-LINE-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(ADDR-MST-LIN-RULE) DELIMITED BY SIZE
                 INTO HIST-TXT
               END-STRING
               PERFORM HIST-WRITE-PARA
               MOVE "UPDATE" TO CF-EVT
               MOVE ADDR-MST-CUSTID TO CF-CUST
               MOVE ADDR-MST-ADDRESS TO CF-ADDR
               PERFORM CF-EVENT-PARA
           END-REWRITE.

      *******************************************************
      *> 共用段落：單筆主檔套用一項更名 (REN-K)
      *******************************************************
       REN-MST-APPLY-PARA.
           *> 主檔地址：最後一處整字出現者視為國名/城市欄
           MOVE REN-ADDR TO REN-WORK.
           PERFORM REN-WORD-PARA.
           EVALUATE REN-DONE
             WHEN "Y"
               MOVE REN-WORK TO REN-ADDR
               MOVE "Y" TO REN-REPARSE
               PERFORM REN-RK-ADD-PARA
             WHEN "A"
               *> 地址已為新國名 (解析國別欄未更新者一併重解析)
               IF RNM-TYPE(REN-K) = "COUNTRY"
                 MOVE "Y" TO REN-REPARSE
                 PERFORM REN-RK-ADD-PARA
               END-IF
             WHEN OTHER
               IF RNM-TYPE(REN-K) = "COUNTRY"
                 MOVE "OLD COUNTRY NAME NOT FOUND IN ADDRESS TEXT"
                   TO REN-REASON
               END-IF
           END-EVALUATE.

           *> 替代/轉寄地址 (僅文字替換)
           IF ADDR-MST-ALT-ADDR NOT = SPACES
             MOVE ADDR-MST-ALT-ADDR TO REN-WORK
             PERFORM REN-WORD-PARA
             IF REN-DONE = "Y"
               MOVE REN-WORK TO ADDR-MST-ALT-ADDR
               MOVE "Y" TO REN-REC-CHG
               PERFORM REN-RK-ADD-PARA
             END-IF
           END-IF.
           IF ADDR-MST-FWD-ADDR NOT = SPACES
             MOVE ADDR-MST-FWD-ADDR TO REN-WORK
             PERFORM REN-WORD-PARA
             IF REN-DONE = "Y"
               MOVE REN-WORK TO ADDR-MST-FWD-ADDR
               MOVE "Y" TO REN-REC-CHG
               PERFORM REN-RK-ADD-PARA
             END-IF
           END-IF.

           *> 逐字覆寫欄：國別/城市欄全欄相符者改名，地址行
           *> 整字替換 (超出欄寬者不截斷，整筆待覆核)
           IF ADDR-MST-OVR-FLAG = SPACES
             EXIT PARAGRAPH
           END-IF.
           IF RNM-TYPE(REN-K) = "COUNTRY"
             MOVE ADDR-MST-OVR-CTRY TO REN-WORK
           ELSE
             MOVE ADDR-MST-OVR-TOWN TO REN-WORK
           END-IF.
           MOVE FUNCTION TRIM(REN-WORK) TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           IF REN-WORK NOT = SPACES
              AND FUNCTION TRIM(REN-FOLD) =
                  FUNCTION TRIM(RNM-OLD(REN-K))
             IF FUNCTION LENGTH(FUNCTION TRIM(RNM-NEW(REN-K))) > 35
               MOVE "NEW NAME EXCEEDS OVERRIDE COUNTRY/TOWN FIELD"
                 TO REN-REASON
             ELSE
               MOVE FUNCTION TRIM(REN-WORK) TO REN-SEG
               PERFORM REN-STYLE-PARA
               IF RNM-TYPE(REN-K) = "COUNTRY"
                 MOVE REN-REPL TO ADDR-MST-OVR-CTRY
               ELSE
                 MOVE REN-REPL TO ADDR-MST-OVR-TOWN
               END-IF
               MOVE "Y" TO REN-REC-CHG
               PERFORM REN-RK-ADD-PARA
             END-IF
           END-IF.
           PERFORM VARYING REN-J FROM 1 BY 1 UNTIL REN-J > 6
             IF ADDR-MST-OVR-LINE(REN-J) NOT = SPACES
               MOVE ADDR-MST-OVR-LINE(REN-J) TO REN-WORK
               PERFORM REN-WORD-PARA
               IF REN-DONE = "Y"
                 IF REN-WLEN > 60
                   MOVE "RENAMED OVERRIDE LINE EXCEEDS 60 BYTES"
                     TO REN-REASON
                 ELSE
                   MOVE REN-WORK TO ADDR-MST-OVR-LINE(REN-J)
                   MOVE "Y" TO REN-REC-CHG
                   PERFORM REN-RK-ADD-PARA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：更名後主檔地址重新解析，確認國別/城市確為
      *> 新名後才回寫 (解析衍生欄位隨之更新，比照重新標準化)
      *******************************************************
       REN-REPARSE-PARA.
           MOVE SPACES TO LS-FORMATTER.
           MOVE REN-ADDR TO BEFORE-DATA ORIGIN-DATA.
           MOVE REN-ADDR TO DTLS-LF(22).
           MOVE ADDR-MST-CUSTID TO DTLS-LF(20).
           MOVE ADDR-MST-SRC TO DTLS-LF(24).
           MOVE ADDR-MST-LIN-TYPE TO DTLS-LF(26).
           MOVE "N" TO TRACE-FLAG.
           CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER.
           IF DTLS-LF(19) NOT = SPACES
             STRING
               "RENAMED ADDRESS DOES NOT PARSE: " DELIMITED BY SIZE
               FUNCTION TRIM(ERROR-CODES) DELIMITED BY SIZE
               INTO REN-REASON
             END-STRING
             EXIT PARAGRAPH
           END-IF.
           IF REN-CTRY-K > 0
             MOVE RNM-NEW(REN-CTRY-K) TO REN-FOLD
             PERFORM REN-FOLD-PARA
             MOVE REN-FOLD(1:50) TO REN-NEW-U
             MOVE FUNCTION TRIM(DTLS-LF(2)) TO REN-FOLD
             PERFORM REN-FOLD-PARA
             IF FUNCTION TRIM(REN-FOLD) NOT = FUNCTION TRIM(REN-NEW-U)
               MOVE "RENAMED TEXT NOT PARSED AS THE COUNTRY"
                 TO REN-REASON
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF REN-CITY-K > 0
             MOVE RNM-NEW(REN-CITY-K) TO REN-FOLD
             PERFORM REN-FOLD-PARA
             MOVE REN-FOLD(1:50) TO REN-NEW-U
             MOVE FUNCTION TRIM(DTLS-LF(3)) TO REN-FOLD
             PERFORM REN-FOLD-PARA
             IF FUNCTION TRIM(REN-FOLD) NOT = FUNCTION TRIM(REN-NEW-U)
               MOVE "RENAMED TEXT NOT PARSED AS THE CITY"
                 TO REN-REASON
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF FUNCTION TRIM(DTLS-LF(23)) NOT =
              FUNCTION TRIM(ADDR-MST-ADDRESS)
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2))) NOT =
                 ADDR-MST-LIN-CTRY
             MOVE DTLS-LF(23) TO ADDR-MST-ADDRESS
             MOVE CTL-RULE-VERSION TO ADDR-MST-LIN-RULE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
               TO ADDR-MST-LIN-CTRY
             MOVE FUNCTION TRIM(DTLS-LF(26)) TO ADDR-MST-LIN-TYPE
             MOVE WARNING-CODES TO ADDR-MST-LIN-WARN
             MOVE "Y" TO REN-REC-CHG
           END-IF.

      *******************************************************
      *> 共用段落：記下本筆主檔套用到的更名 (REN-K)，供回寫
      *> 成功後分項計數；國名/城市更名另記供重新解析後核對
      *******************************************************
       REN-RK-ADD-PARA.
           IF RNM-TYPE(REN-K) = "COUNTRY"
             MOVE REN-K TO REN-CTRY-K
           ELSE
             MOVE REN-K TO REN-CITY-K
           END-IF.
           PERFORM VARYING REN-I FROM 1 BY 1 UNTIL REN-I > REN-RK-CNT
             IF REN-RK(REN-I) = REN-K
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF REN-RK-CNT < 20
             ADD 1 TO REN-RK-CNT
             MOVE REN-K TO REN-RK(REN-RK-CNT)
           END-IF.

      *******************************************************
      *> 共用段落：城市更名的國家範圍核對 (REN-SC-CTRY/REN-SC-F
      *> 為該筆國別的大寫/摺疊值)；範圍空白不限國家，範圍國
      *> 本身另有國名更名者新舊名皆視為相符
      *******************************************************
       REN-SCOPE-PARA.
           MOVE "Y" TO REN-SCOPE-OK.
           IF RNM-CTRY(REN-K) = SPACES
              OR RNM-CTRY(REN-K) = REN-SC-CTRY
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO REN-SCOPE-OK.
           MOVE RNM-CTRY(REN-K) TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           MOVE REN-FOLD(1:50) TO REN-SCOPE-F.
           IF REN-SCOPE-F = REN-SC-F
             MOVE "Y" TO REN-SCOPE-OK
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REN-J FROM 1 BY 1 UNTIL REN-J > RNM-COUNT
             IF RNM-TYPE(REN-J) = "COUNTRY"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RNM-NEW(REN-J)))
                 TO REN-NEW-U
               IF (RNM-OLD(REN-J) = REN-SCOPE-F
                   AND REN-NEW-U = REN-SC-CTRY)
                  OR (RNM-OLD(REN-J) = REN-SC-F
                   AND REN-NEW-U = RNM-CTRY(REN-K))
                 MOVE "Y" TO REN-SCOPE-OK
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：REN-WORK 內最後一處整字出現的舊名 (REN-K)
      *> 換成新名；REN-DONE Y=已替換 A=已含新名 (新名包含舊名
      *> 者如 DELHI/NEW DELHI，重跑不重複改寫) N=無舊名
      *******************************************************
       REN-WORD-PARA.
           MOVE "N" TO REN-DONE.
           PERFORM REN-WLEN-PARA.
           IF REN-WLEN = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE RNM-NEW(REN-K) TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           MOVE REN-FOLD(1:50) TO REN-NDL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RNM-NEW(REN-K)))
             TO REN-NLEN.
           MOVE REN-WORK TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           PERFORM REN-FIND-PARA.
           IF REN-POS > 0
             MOVE "A" TO REN-DONE
             EXIT PARAGRAPH
           END-IF.
           MOVE RNM-OLD(REN-K) TO REN-NDL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RNM-OLD(REN-K)))
             TO REN-NLEN.
           PERFORM REN-FIND-PARA.
           IF REN-POS = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE REN-WORK(REN-POS:REN-NLEN) TO REN-SEG.
           PERFORM REN-STYLE-PARA.
           MOVE REN-POS TO REN-S.
           MOVE REN-NLEN TO REN-L.
           PERFORM REN-SPLICE-PARA.
           MOVE "Y" TO REN-DONE.

      *******************************************************
      *> 共用段落：REN-FOLD (已摺疊) 內自後往前找 REN-NDL 前
      *> REN-NLEN 位元組的整字出現處 (前後為空白或非英數字元)
      *******************************************************
       REN-FIND-PARA.
           MOVE 0 TO REN-POS.
           IF REN-NLEN = 0 OR REN-NLEN > REN-WLEN
             EXIT PARAGRAPH
           END-IF.
           COMPUTE REN-P = REN-WLEN - REN-NLEN + 1.
           PERFORM UNTIL REN-P < 1 OR REN-POS > 0
             IF REN-FOLD(REN-P:REN-NLEN) = REN-NDL(1:REN-NLEN)
               MOVE "Y" TO REN-BND
               IF REN-P > 1
                 MOVE REN-FOLD(REN-P - 1:1) TO REN-CH
                 PERFORM REN-BND-PARA
               END-IF
               IF REN-BND = "Y" AND REN-P + REN-NLEN <= REN-WLEN
                 MOVE REN-FOLD(REN-P + REN-NLEN:1) TO REN-CH
                 PERFORM REN-BND-PARA
               END-IF
               IF REN-BND = "Y"
                 MOVE REN-P TO REN-POS
               END-IF
             END-IF
             SUBTRACT 1 FROM REN-P
           END-PERFORM.

      *******************************************************
      *> 共用段落：REN-CH 是否為整字邊界 (英數字元以外者)
      *******************************************************
       REN-BND-PARA.
           IF REN-CH NOT = SPACE
              AND (REN-CH IS ALPHABETIC OR REN-CH IS NUMERIC)
             MOVE "N" TO REN-BND
           END-IF.

      *******************************************************
      *> 共用段落：REN-WORK 去尾空白長度 (REN-WLEN)
      *******************************************************
       REN-WLEN-PARA.
           IF REN-WORK = SPACES
             MOVE 0 TO REN-WLEN
           ELSE
             MOVE FUNCTION LENGTH(FUNCTION TRIM(REN-WORK TRAILING))
               TO REN-WLEN
           END-IF.

      *******************************************************
      *> 共用段落：REN-FOLD 轉大寫並摺疊重音 (同城市名單)
      *******************************************************
       REN-FOLD-PARA.
           MOVE FUNCTION UPPER-CASE(REN-FOLD) TO REN-FOLD.
           INSPECT REN-FOLD
             CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1.
           INSPECT REN-FOLD
             CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2.
           INSPECT REN-FOLD
             CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3.

      *******************************************************
      *> 共用段落：新名寫法 (原文 REN-SEG 全大寫者新名亦轉
      *> 大寫，否則照登錄寫法) 置於 REN-REPL/REN-RLEN
      *******************************************************
       REN-STYLE-PARA.
           IF REN-SEG = FUNCTION UPPER-CASE(REN-SEG)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RNM-NEW(REN-K)))
               TO REN-REPL
           ELSE
             MOVE FUNCTION TRIM(RNM-NEW(REN-K)) TO REN-REPL
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RNM-NEW(REN-K)))
             TO REN-RLEN.

      *******************************************************
      *> 共用段落：REN-WORK 自 REN-S 起 REN-L 位元組換成
      *> REN-REPL 前 REN-RLEN 位元組 (REN-WLEN 回覆新長度)
      *******************************************************
       REN-SPLICE-PARA.
           PERFORM REN-WLEN-PARA.
           MOVE SPACES TO REN-TMP.
           MOVE 1 TO REN-PTR.
           IF REN-S > 1
             STRING REN-WORK(1:REN-S - 1) DELIMITED BY SIZE
               INTO REN-TMP WITH POINTER REN-PTR
             END-STRING
           END-IF.
           IF REN-RLEN > 0
             STRING REN-REPL(1:REN-RLEN) DELIMITED BY SIZE
               INTO REN-TMP WITH POINTER REN-PTR
             END-STRING
           END-IF.
           IF REN-S + REN-L <= REN-WLEN
             STRING
               REN-WORK(REN-S + REN-L:REN-WLEN - REN-S - REN-L + 1)
                 DELIMITED BY SIZE
               INTO REN-TMP WITH POINTER REN-PTR
             END-STRING
           END-IF.
           MOVE REN-TMP TO REN-WORK.
           COMPUTE REN-WLEN = REN-PTR - 1.

      *******************************************************
      *> 共用段落：參照檔鍵值改寫 (REN-F 指定之檔)
      *> 第一趟僅清點需改寫的列；有改寫時先備份為
      *> <檔名>.<時戳>.bak，再自備份檔串流回寫原檔 (註解列與
      *> 非鍵欄原樣保留)，並同步 RuleManifest.csv 對應列
      *******************************************************
       REN-REF-FILE-PARA.
           MOVE SPACES TO REN-IN-PATH.
           STRING
             "input\" DELIMITED BY SIZE
             FUNCTION TRIM(REN-REF-NAME(REN-F)) DELIMITED BY SIZE
             INTO REN-IN-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING REN-IN-PATH
             MF-CF-INFO RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO REN-PASS.
           MOVE 0 TO REN-FILE-CHG.
           OPEN INPUT REN-IN-FILE.
           IF REN-IN-STATUS NOT = "00"
             MOVE "00" TO REN-IN-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL REN-IN-STATUS NOT = "00"
             READ REN-IN-FILE
               AT END
                 MOVE "10" TO REN-IN-STATUS
               NOT AT END
                 PERFORM REN-REF-LINE-PARA
                 IF REN-LCHG = "Y"
                   ADD 1 TO REN-FILE-CHG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REN-IN-FILE.
           MOVE "00" TO REN-IN-STATUS.
           IF REN-FILE-CHG = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REN-BAK-PATH.
           STRING
             FUNCTION TRIM(REN-IN-PATH) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             LOCK-NOW-TS DELIMITED BY SIZE
             ".bak" DELIMITED BY SIZE
             INTO REN-BAK-PATH
           END-STRING.
           CALL "CBL_COPY_FILE" USING REN-IN-PATH REN-BAK-PATH
             RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC NOT = 0
             MOVE "ADR0230W" TO RST-LAST-MSG
             DISPLAY "ADR0230W BACKUP OF "
               FUNCTION TRIM(REN-IN-PATH)
               " FAILED - REFERENCE FILE NOT RENAMED"
             MOVE "Y" TO REN-WARNED
             EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO REN-PASS.
           MOVE REN-IN-PATH TO REN-OUT-PATH.
           MOVE REN-BAK-PATH TO REN-IN-PATH.
           OPEN INPUT REN-IN-FILE.
           OPEN OUTPUT REN-OUT-FILE.
           PERFORM UNTIL REN-IN-STATUS NOT = "00"
             READ REN-IN-FILE
               AT END
                 MOVE "10" TO REN-IN-STATUS
               NOT AT END
                 PERFORM REN-REF-LINE-PARA
                 IF REN-LCHG = "Y"
                   MOVE REN-WORK TO REN-OUT-REC
                 ELSE
                   MOVE REN-IN-REC TO REN-OUT-REC
                 END-IF
                 WRITE REN-OUT-REC
             END-READ
           END-PERFORM.
           CLOSE REN-IN-FILE.
           CLOSE REN-OUT-FILE.
           MOVE "00" TO REN-IN-STATUS.
           MOVE REN-OUT-PATH TO REN-IN-PATH.
           ADD REN-FILE-CHG TO REN-REF-CNT.
           MOVE REN-FILE-CHG TO REN-FMT1.
           MOVE "ADR0034I" TO RST-LAST-MSG
           DISPLAY "ADR0034I " FUNCTION TRIM(REN-REF-NAME(REN-F))
             ": " FUNCTION TRIM(REN-FMT1) " ROWS RENAMED (BACKUP "
             FUNCTION TRIM(REN-BAK-PATH) ")".
           PERFORM REN-MF-SYNC-PARA.

      *******************************************************
      *> 共用段落：參照檔單列鍵值改寫 (REN-IN-REC → REN-WORK，
      *> REN-LCHG=Y 表示有改寫)
      *******************************************************
       REN-REF-LINE-PARA.
           MOVE "N" TO REN-LCHG.
           MOVE REN-IN-REC TO REN-WORK.
           IF REN-WORK = SPACES OR REN-WORK(1:1) = "*"
             EXIT PARAGRAPH
           END-IF.

           *> 該列國名欄 (城市更名的國家範圍核對用)
           MOVE SPACES TO REN-SC-CTRY.
           PERFORM VARYING REN-C FROM 1 BY 1 UNTIL REN-C > 4
             IF REN-REF-SPEC(REN-F)(REN-C:1) = "C"
               PERFORM REN-COL-PARA
               IF REN-CL > 0
                 MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(REN-WORK(REN-CS:REN-CL)))
                   TO REN-SC-CTRY
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.
           MOVE REN-SC-CTRY TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           MOVE REN-FOLD(1:50) TO REN-SC-F.

           PERFORM VARYING REN-K FROM 1 BY 1 UNTIL REN-K > RNM-COUNT
             IF REN-ACT(REN-K) = "Y"
               PERFORM VARYING REN-C FROM 1 BY 1 UNTIL REN-C > 4
                 MOVE REN-REF-SPEC(REN-F)(REN-C:1) TO REN-CT
                 EVALUATE TRUE
                   WHEN REN-CT = "W"
                     PERFORM REN-WORD-PARA
                     IF REN-DONE = "Y"
                       PERFORM REN-REF-HIT-PARA
                     END-IF
                   WHEN REN-CT = "C" AND RNM-TYPE(REN-K) = "COUNTRY"
                     PERFORM REN-REF-COL-PARA
                   WHEN REN-CT = "T" AND RNM-TYPE(REN-K) = "CITY"
                     PERFORM REN-SCOPE-PARA
                     IF REN-SCOPE-OK = "Y"
                       PERFORM REN-REF-COL-PARA
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：參照檔第 REN-C 欄全欄為舊名者換成新名
      *******************************************************
       REN-REF-COL-PARA.
           PERFORM REN-COL-PARA.
           IF REN-CL = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REN-FOLD.
           MOVE FUNCTION TRIM(REN-WORK(REN-CS:REN-CL)) TO REN-FOLD.
           PERFORM REN-FOLD-PARA.
           IF FUNCTION TRIM(REN-FOLD) NOT =
              FUNCTION TRIM(RNM-OLD(REN-K))
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(REN-WORK(REN-CS:REN-CL)) TO REN-SEG.
           PERFORM REN-STYLE-PARA.
           MOVE REN-CS TO REN-S.
           MOVE REN-CL TO REN-L.
           PERFORM REN-SPLICE-PARA.
           PERFORM REN-REF-HIT-PARA.

      *******************************************************
      *> 共用段落：參照檔列已改寫 (改寫趟分項計數)
      *******************************************************
       REN-REF-HIT-PARA.
           MOVE "Y" TO REN-LCHG.
           IF REN-PASS = 2
             ADD 1 TO REN-REF-HITS(REN-K)
           END-IF.

      *******************************************************
      *> 共用段落：REN-WORK 第 REN-C 個分號欄的起點/長度
      *> (REN-CS/REN-CL；該欄不存在或空白時 REN-CL = 0)
      *******************************************************
       REN-COL-PARA.
           PERFORM REN-WLEN-PARA.
           MOVE 0 TO REN-CS REN-CL.
           MOVE 1 TO REN-N REN-CS0.
           PERFORM VARYING REN-PTR FROM 1 BY 1
                     UNTIL REN-PTR > REN-WLEN OR REN-CS > 0
             IF REN-WORK(REN-PTR:1) = ";"
               IF REN-N = REN-C
                 MOVE REN-CS0 TO REN-CS
                 COMPUTE REN-CL = REN-PTR - REN-CS0
               ELSE
                 ADD 1 TO REN-N
                 COMPUTE REN-CS0 = REN-PTR + 1
               END-IF
             END-IF
           END-PERFORM.
           IF REN-CS = 0 AND REN-N = REN-C AND REN-CS0 <= REN-WLEN
             MOVE REN-CS0 TO REN-CS
             COMPUTE REN-CL = REN-WLEN - REN-CS0 + 1
           END-IF.
           IF REN-CL > 0
             IF REN-WORK(REN-CS:REN-CL) = SPACES
               MOVE 0 TO REN-CL
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：改寫後的參照檔若列於 RuleManifest.csv (成員
      *> 路徑相同者)，重算大小與檢核和 (與啟動核對相同演算法)
      *> 並改寫該列，使下一次批次的完整性核對不被打斷
      *******************************************************
       REN-MF-SYNC-PARA.
           MOVE 0 TO REN-MF-COUNT REN-MF-FOUND.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
             MOVE "00" TO MANIFEST-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MANIFEST-STATUS NOT = "00"
             READ MANIFEST-FILE
               AT END
                 MOVE "10" TO MANIFEST-STATUS
               NOT AT END
                 IF REN-MF-COUNT < 50
                   ADD 1 TO REN-MF-COUNT
                   MOVE MANIFEST-REC TO REN-MF-LINE(REN-MF-COUNT)
                   MOVE SPACES TO MANIFEST-NAME
                   UNSTRING MANIFEST-REC DELIMITED BY ";"
                       INTO MANIFEST-NAME
                   MOVE SPACES TO MANIFEST-FILE-PATH
                   STRING
                     FUNCTION TRIM(MF-EFF-DIR) DELIMITED BY SIZE
                     FUNCTION TRIM(MANIFEST-NAME) DELIMITED BY SIZE
                     INTO MANIFEST-FILE-PATH
                   END-STRING
                   IF MANIFEST-REC(1:1) NOT = "*"
                      AND FUNCTION UPPER-CASE(MANIFEST-FILE-PATH) =
                          FUNCTION UPPER-CASE(REN-IN-PATH)
                     MOVE REN-MF-COUNT TO REN-MF-FOUND
                     MOVE MANIFEST-NAME TO REN-MF-NAME
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           MOVE "00" TO MANIFEST-STATUS.
           IF REN-MF-FOUND = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE REN-IN-PATH TO MANIFEST-FILE-PATH.
           MOVE 0 TO MANIFEST-ACT-SIZE MANIFEST-ACT-SUM.
           CALL "CBL_CHECK_FILE_EXIST" USING MANIFEST-FILE-PATH
             MF-CF-INFO RETURNING ARCHIVE-RC.
           IF ARCHIVE-RC = 0
             MOVE MF-CF-SIZE TO MANIFEST-ACT-SIZE
           END-IF.
           OPEN INPUT MF-RULE-FILE.
           IF MF-RULE-STATUS = "00"
             PERFORM UNTIL MF-RULE-STATUS NOT = "00"
               READ MF-RULE-FILE
                 AT END
                   MOVE "10" TO MF-RULE-STATUS
                 NOT AT END
                   MOVE LENGTH OF FUNCTION TRIM(MF-RULE-REC)
                     TO MF-LINE-LEN
                   PERFORM VARYING MF-IDX FROM 1 BY 1
                             UNTIL MF-IDX > MF-LINE-LEN
                     COMPUTE MANIFEST-ACT-SUM = FUNCTION MOD(
                       MANIFEST-ACT-SUM
                       + FUNCTION ORD(MF-RULE-REC(MF-IDX:1)),
                       999999999)
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE MF-RULE-FILE
           END-IF.
           MOVE "00" TO MF-RULE-STATUS.

           MOVE SPACES TO REN-MF-LINE(REN-MF-FOUND).
           STRING
             FUNCTION TRIM(REN-MF-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             MANIFEST-ACT-SIZE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             MANIFEST-ACT-SUM DELIMITED BY SIZE
             INTO REN-MF-LINE(REN-MF-FOUND)
           END-STRING.
           OPEN OUTPUT MANIFEST-FILE.
           PERFORM VARYING REN-MF-I FROM 1 BY 1
                     UNTIL REN-MF-I > REN-MF-COUNT
             MOVE REN-MF-LINE(REN-MF-I) TO MANIFEST-REC
             WRITE MANIFEST-REC
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           MOVE "00" TO MANIFEST-STATUS.
           MOVE "ADR0034I" TO RST-LAST-MSG
           DISPLAY "ADR0034I RULE MANIFEST UPDATED FOR "
             FUNCTION TRIM(REN-MF-NAME).

      *******************************************************
      *> 共用段落：更名傳播報表 (Rename_Report.csv)：登錄中
      *> 每項更名的生效與否及主檔/參照檔改寫筆數
      *******************************************************
       REN-REPORT-PARA.
           OPEN OUTPUT REN-RPT-FILE.
           MOVE SPACES TO REN-RPT-REC.
           STRING
             "TYPE;OLD_NAME;NEW_NAME;COUNTRY_SCOPE;EFFECTIVE_DATE;"
               DELIMITED BY SIZE
             "IN_EFFECT;MASTER_REWRITTEN;REFERENCE_ROWS_CHANGED"
               DELIMITED BY SIZE
             INTO REN-RPT-REC
           END-STRING.
           WRITE REN-RPT-REC.
           PERFORM VARYING REN-K FROM 1 BY 1 UNTIL REN-K > RNM-COUNT
             MOVE REN-MST-HITS(REN-K) TO REN-FMT1
             MOVE REN-REF-HITS(REN-K) TO REN-FMT2
             MOVE SPACES TO REN-TXT
             STRING
               FUNCTION TRIM(RNM-TYPE(REN-K)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(RNM-OLD(REN-K)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(RNM-NEW(REN-K)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(RNM-CTRY(REN-K)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RNM-EFF(REN-K) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               REN-ACT(REN-K) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(REN-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(REN-FMT2) DELIMITED BY SIZE
               INTO REN-TXT
             END-STRING
             MOVE REN-TXT TO REN-RPT-REC
             WRITE REN-RPT-REC
           END-PERFORM.
           CLOSE REN-RPT-FILE.

      *******************************************************
      *> 共用段落：受限對象名單、法遵裁決與覆核清單待辦載入
      *> (名單不存在或無有效列時不做篩檢，行為同既往)
      *******************************************************
       DPS-LOAD-PARA.
           MOVE SPACES TO CTL-DPS-REVIEW-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "DeniedParty_Review.csv" DELIMITED BY SIZE
             INTO CTL-DPS-REVIEW-PATH
           END-STRING.
           MOVE 0 TO DPS-COUNT DPS-DEC-COUNT DPS-PEND-COUNT.
           OPEN INPUT DPS-LIST-FILE.
           IF DPS-LIST-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DPS-LIST-STATUS NOT = "00"
             READ DPS-LIST-FILE
               AT END
                 MOVE "10" TO DPS-LIST-STATUS
               NOT AT END
                 IF FUNCTION TRIM(DPS-LIST-REC) NOT = SPACES
                    AND DPS-LIST-REC(1:1) NOT = "*"
                    AND DPS-LIST-REC(1:8) NOT = "LIST_ID;"
                   IF DPS-COUNT < 1000
                     PERFORM DPS-LIST-LINE-PARA
                   ELSE
                     MOVE "Y" TO DPS-FULL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DPS-LIST-FILE.
           IF DPS-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           *> 裁決檔 (SCREEN-REVIEW 附加；不存在=尚無裁決)
           OPEN INPUT DPS-DEC-FILE.
           IF DPS-DEC-STATUS = "00"
             PERFORM UNTIL DPS-DEC-STATUS NOT = "00"
               READ DPS-DEC-FILE
                 AT END
                   MOVE "10" TO DPS-DEC-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(DPS-DEC-REC) NOT = SPACES
                      AND DPS-DEC-REC(1:1) NOT = "*"
                      AND DPS-DEC-REC(1:12) NOT = "CUSTOMER_ID;"
                     IF DPS-DEC-COUNT < 2000
                       MOVE SPACES TO DPS-TOK(1) DPS-TOK(2)
                         DPS-TOK(3) DPS-TOK(4)
                       UNSTRING DPS-DEC-REC DELIMITED BY ";"
                           INTO DPS-TOK(1) DPS-TOK(2) DPS-TOK(3)
                                DPS-TOK(4)
                       ADD 1 TO DPS-DEC-COUNT
                       MOVE FUNCTION TRIM(DPS-TOK(1))
                         TO DPS-D-CUST(DPS-DEC-COUNT)
                       MOVE FUNCTION TRIM(DPS-TOK(2))
                         TO DPS-D-LIST(DPS-DEC-COUNT)
                       MOVE FUNCTION TRIM(DPS-TOK(3))
                         TO DPS-D-KEY(DPS-DEC-COUNT)
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(DPS-TOK(4)))
                         TO DPS-D-DEC(DPS-DEC-COUNT)
                     ELSE
                       MOVE "Y" TO DPS-FULL
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DPS-DEC-FILE
           END-IF.

           *> 覆核清單上尚待裁決者 (客戶+名單編號)，再次扣住時
           *> 不重複列入
           OPEN INPUT DPS-REVIEW-FILE.
           IF DPS-RVW-STATUS = "00"
             PERFORM UNTIL DPS-RVW-STATUS NOT = "00"
               READ DPS-REVIEW-FILE
                 AT END
                   MOVE "10" TO DPS-RVW-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(DPS-REVIEW-REC) NOT = SPACES
                      AND DPS-REVIEW-REC(1:12) NOT = "CUSTOMER_ID;"
                      AND DPS-PEND-COUNT < 2000
                     MOVE SPACES TO DPS-TOK(1) DPS-TOK(2)
                       DPS-TOK(3)
                     UNSTRING DPS-REVIEW-REC DELIMITED BY ";"
                         INTO DPS-TOK(1) DPS-TOK(2) DPS-TOK(3)
                     ADD 1 TO DPS-PEND-COUNT
                     MOVE FUNCTION TRIM(DPS-TOK(1))
                       TO DPS-P-CUST(DPS-PEND-COUNT)
                     MOVE FUNCTION TRIM(DPS-TOK(3))
                       TO DPS-P-LIST(DPS-PEND-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DPS-REVIEW-FILE
           END-IF.
           MOVE "00" TO DPS-RVW-STATUS.

           IF DPS-FULL = "Y"
             MOVE "ADR0232W" TO RST-LAST-MSG
             DISPLAY "ADR0232W DENIED-PARTY LIST OR DECISION TABLE "
               "FULL - ENTRIES BEYOND THE LIMIT NOT USED"
           END-IF.

      *******************************************************
      *> 共用段落：名單單列載入 (名稱正規化後無字詞者略過)
      *******************************************************
       DPS-LIST-LINE-PARA.
           MOVE SPACES TO DPS-TOK(1) DPS-TOK(2) DPS-TOK(3)
             DPS-TOK(4) DPS-TOK(5) DPS-TOK(6).
           UNSTRING DPS-LIST-REC DELIMITED BY ";"
               INTO DPS-TOK(1) DPS-TOK(2) DPS-TOK(3)
                    DPS-TOK(4) DPS-TOK(5) DPS-TOK(6).
           MOVE DPS-TOK(2) TO DPS-NAME-IN.
           PERFORM DPS-NORM-PARA.
           IF DPS-W-CNT = 0
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DPS-COUNT.
           MOVE FUNCTION TRIM(DPS-TOK(1)) TO DPS-E-ID(DPS-COUNT).
           MOVE FUNCTION TRIM(DPS-TOK(2)) TO DPS-E-NAME(DPS-COUNT).
           MOVE DPS-W-CNT TO DPS-E-WCNT(DPS-COUNT).
           PERFORM VARYING DPS-I FROM 1 BY 1 UNTIL DPS-I > 12
             MOVE DPS-W(DPS-I) TO DPS-E-W(DPS-COUNT, DPS-I)
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DPS-TOK(3)))
             TO DPS-E-TYPE(DPS-COUNT).
           MOVE DPS-TOK(4) TO DPS-NAME-IN.
           PERFORM DPS-FOLD-PARA.
           MOVE FUNCTION TRIM(DPS-NAME-IN) TO DPS-E-CITY(DPS-COUNT).
           MOVE DPS-TOK(5) TO DPS-NAME-IN.
           PERFORM DPS-FOLD-PARA.
           MOVE FUNCTION TRIM(DPS-NAME-IN) TO DPS-E-CTRY(DPS-COUNT).
           MOVE FUNCTION TRIM(DPS-TOK(6)) TO DPS-E-PROG(DPS-COUNT).

      *******************************************************
      *> 共用段落：大寫並摺疊重音字元 (DPS-NAME-IN)
      *******************************************************
       DPS-FOLD-PARA.
           MOVE FUNCTION UPPER-CASE(DPS-NAME-IN) TO DPS-NAME-IN.
           INSPECT DPS-NAME-IN
             CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1.
           INSPECT DPS-NAME-IN
             CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2.
           INSPECT DPS-NAME-IN
             CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3.
           MOVE FUNCTION UPPER-CASE(DPS-NAME-IN) TO DPS-NAME-IN.

      *******************************************************
      *> 共用段落：名稱正規化 (DPS-NAME-IN -> 字詞 DPS-W 與名稱鍵
      *> DPS-NAME-KEY)。英數字與非 ASCII 字元成字，撇號略去
      *> (O'BRIEN=OBRIEN)，其餘標點一律視為分隔；稱謂與公司
      *> 型態字 (DPS-NOISE) 不計
      *******************************************************
       DPS-NORM-PARA.
           PERFORM DPS-FOLD-PARA.
           MOVE 0 TO DPS-W-CNT DPS-WLEN.
           MOVE SPACES TO DPS-WORD DPS-NAME-KEY.
           PERFORM VARYING DPS-I FROM 1 BY 1 UNTIL DPS-I > 12
             MOVE SPACES TO DPS-W(DPS-I)
           END-PERFORM.
           MOVE LENGTH OF FUNCTION TRIM(DPS-NAME-IN TRAILING)
             TO DPS-LEN.
           PERFORM VARYING DPS-K FROM 1 BY 1 UNTIL DPS-K > DPS-LEN
             MOVE DPS-NAME-IN(DPS-K:1) TO DPS-CH
             IF (DPS-CH >= "A" AND DPS-CH <= "Z")
                OR (DPS-CH >= "0" AND DPS-CH <= "9")
                OR FUNCTION ORD(DPS-CH) > 128
               IF DPS-WLEN < 30
                 ADD 1 TO DPS-WLEN
                 MOVE DPS-CH TO DPS-WORD(DPS-WLEN:1)
               END-IF
             ELSE
               IF DPS-CH NOT = "'"
                 PERFORM DPS-WORD-END-PARA
               END-IF
             END-IF
           END-PERFORM.
           PERFORM DPS-WORD-END-PARA.

      *******************************************************
      *> 共用段落：一個字詞結束 (非稱謂/公司型態字者收入)
      *******************************************************
       DPS-WORD-END-PARA.
           IF DPS-WLEN = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DPS-PROBE.
           STRING
             " " DELIMITED BY SIZE
             DPS-WORD(1:DPS-WLEN) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             INTO DPS-PROBE
           END-STRING.
           MOVE 0 TO DPS-NOISE-HIT.
           INSPECT DPS-NOISE TALLYING DPS-NOISE-HIT
             FOR ALL DPS-PROBE(1:DPS-WLEN + 2).
           IF DPS-NOISE-HIT = 0 AND DPS-W-CNT < 12
             ADD 1 TO DPS-W-CNT
             MOVE DPS-WORD TO DPS-W(DPS-W-CNT)
             IF DPS-NAME-KEY = SPACES
               MOVE DPS-WORD TO DPS-NAME-KEY
             ELSE
               MOVE SPACES TO DPS-KEY-WK
               STRING
                 FUNCTION TRIM(DPS-NAME-KEY) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 DPS-WORD(1:DPS-WLEN) DELIMITED BY SIZE
                 INTO DPS-KEY-WK
               END-STRING
               MOVE DPS-KEY-WK TO DPS-NAME-KEY
             END-IF
           END-IF.
           MOVE SPACES TO DPS-WORD.
           MOVE 0 TO DPS-WLEN.

      *******************************************************
      *> 共用段落：本筆受限對象篩檢。DPS-BEST-IDX > 0 表示扣住
      *> (DPS-BEST-DEC：CONFIRMED=法遵已確認、PENDING=待覆核)；
      *> 同時命中多列時已確認者優先，其次取最高分
      *******************************************************
       DPS-SCREEN-PARA.
           MOVE 0 TO DPS-BEST-IDX DPS-BEST.
           MOVE SPACES TO DPS-BEST-DEC.
           MOVE "N" TO DPS-CLEARED.
           IF FUNCTION TRIM(DTLS-LF(30)) = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE DTLS-LF(30) TO DPS-NAME-IN.
           PERFORM DPS-NORM-PARA.
           IF DPS-W-CNT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE DPS-NAME-KEY TO DPS-REC-KEY.
           MOVE DPS-W-CNT TO DPS-RW-CNT.
           PERFORM VARYING DPS-I FROM 1 BY 1 UNTIL DPS-I > 12
             MOVE DPS-W(DPS-I) TO DPS-RW(DPS-I)
           END-PERFORM.
           MOVE FUNCTION TRIM(IF-DATA(1)) TO DPS-CUR-CUST.
           MOVE DTLS-LF(2) TO DPS-NAME-IN.
           PERFORM DPS-FOLD-PARA.
           MOVE FUNCTION TRIM(DPS-NAME-IN) TO DPS-REC-CTRY.
           MOVE DTLS-LF(3) TO DPS-NAME-IN.
           PERFORM DPS-FOLD-PARA.
           MOVE FUNCTION TRIM(DPS-NAME-IN) TO DPS-REC-CITY.

           PERFORM VARYING DPS-IDX FROM 1 BY 1
                     UNTIL DPS-IDX > DPS-COUNT
             PERFORM DPS-SCORE-PARA
             IF DPS-SCORE >= CTL-DPS-SCORE
               PERFORM DPS-DECISION-PARA
               EVALUATE TRUE
                 WHEN DPS-CUR-DEC = "CLEARED"
                   MOVE "Y" TO DPS-CLEARED
                 WHEN DPS-CUR-DEC = "CONFIRMED"
                   IF DPS-BEST-DEC NOT = "CONFIRMED"
                      OR DPS-SCORE > DPS-BEST
                     MOVE DPS-IDX TO DPS-BEST-IDX
                     MOVE DPS-SCORE TO DPS-BEST
                     MOVE "CONFIRMED" TO DPS-BEST-DEC
                   END-IF
                 WHEN OTHER
                   IF DPS-BEST-DEC NOT = "CONFIRMED"
                      AND DPS-SCORE > DPS-BEST
                     MOVE DPS-IDX TO DPS-BEST-IDX
                     MOVE DPS-SCORE TO DPS-BEST
                     MOVE "PENDING" TO DPS-BEST-DEC
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM.

           IF DPS-BEST-IDX = 0
             IF DPS-CLEARED = "Y"
               ADD 1 TO DPS-CLR-CNT
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE DPS-BEST TO DPS-SCORE-FMT.
           IF DPS-BEST-DEC = "CONFIRMED"
             ADD 1 TO DPS-CONF-CNT
             DISPLAY "DENIED PARTY (CONFIRMED) - HELD: LIST "
               FUNCTION TRIM(DPS-E-ID(DPS-BEST-IDX))
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DPS-HOLD-CNT.
           DISPLAY "DENIED-PARTY SCREEN HIT - HELD FOR REVIEW: LIST "
             FUNCTION TRIM(DPS-E-ID(DPS-BEST-IDX)) " SCORE "
             FUNCTION TRIM(DPS-SCORE-FMT).
           PERFORM DPS-REVIEW-PARA.

      *******************************************************
      *> 共用段落：本筆名稱對名單第 DPS-IDX 列計分 (0-100)
      *> 字詞 Dice 係數；名單列有國家者同國 +5、異國 -25，城市
      *> 相同 +10，名單個人對本筆機構地址 -15、名單機構對本筆
      *> 住宅地址 -5
      *******************************************************
       DPS-SCORE-PARA.
           MOVE 0 TO DPS-SCORE DPS-MATCHED.
           PERFORM VARYING DPS-I FROM 1 BY 1 UNTIL DPS-I > 12
             MOVE "N" TO DPS-RW-USED(DPS-I)
           END-PERFORM.
           PERFORM VARYING DPS-J FROM 1 BY 1
                     UNTIL DPS-J > DPS-E-WCNT(DPS-IDX)
             PERFORM VARYING DPS-I FROM 1 BY 1
                       UNTIL DPS-I > DPS-RW-CNT
               IF DPS-RW-USED(DPS-I) = "N"
                  AND (DPS-RW(DPS-I) = DPS-E-W(DPS-IDX, DPS-J)
                   OR (DPS-RW(DPS-I)(2:29) = SPACES
                       AND DPS-RW(DPS-I)(1:1) =
                           DPS-E-W(DPS-IDX, DPS-J)(1:1))
                   OR (DPS-E-W(DPS-IDX, DPS-J)(2:29) = SPACES
                       AND DPS-E-W(DPS-IDX, DPS-J)(1:1) =
                           DPS-RW(DPS-I)(1:1)))
                 MOVE "Y" TO DPS-RW-USED(DPS-I)
                 ADD 1 TO DPS-MATCHED
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-PERFORM.
           IF DPS-MATCHED = 0
             EXIT PARAGRAPH
           END-IF.
           COMPUTE DPS-SCORE = (200 * DPS-MATCHED)
             / (DPS-RW-CNT + DPS-E-WCNT(DPS-IDX)).
           IF DPS-E-CTRY(DPS-IDX) NOT = SPACES
              AND DPS-REC-CTRY NOT = SPACES
             IF DPS-E-CTRY(DPS-IDX) = DPS-REC-CTRY
               ADD 5 TO DPS-SCORE
             ELSE
               SUBTRACT 25 FROM DPS-SCORE
             END-IF
           END-IF.
           IF DPS-E-CITY(DPS-IDX) NOT = SPACES
              AND DPS-E-CITY(DPS-IDX) = DPS-REC-CITY
             ADD 10 TO DPS-SCORE
           END-IF.
           IF DPS-E-TYPE(DPS-IDX) = "I" AND DTLS-LF(29)(1:1) = "B"
             SUBTRACT 15 FROM DPS-SCORE
           END-IF.
           IF DPS-E-TYPE(DPS-IDX) = "E" AND DTLS-LF(29)(1:1) = "R"
             SUBTRACT 5 FROM DPS-SCORE
           END-IF.
           IF DPS-SCORE > 100
             MOVE 100 TO DPS-SCORE
           END-IF.
           IF DPS-SCORE < 0
             MOVE 0 TO DPS-SCORE
           END-IF.

      *******************************************************
      *> 共用段落：本筆客戶對名單第 DPS-IDX 列的現行裁決
      *> (後列覆蓋前列；放行只在名稱鍵相同時有效)
      *******************************************************
       DPS-DECISION-PARA.
           MOVE SPACES TO DPS-CUR-DEC.
           PERFORM VARYING DPS-D-IDX FROM 1 BY 1
                     UNTIL DPS-D-IDX > DPS-DEC-COUNT
             IF DPS-D-CUST(DPS-D-IDX) = DPS-CUR-CUST
                AND DPS-D-LIST(DPS-D-IDX) = DPS-E-ID(DPS-IDX)
               EVALUATE TRUE
                 WHEN DPS-D-DEC(DPS-D-IDX) = "CONFIRMED"
                   MOVE "CONFIRMED" TO DPS-CUR-DEC
                 WHEN DPS-D-DEC(DPS-D-IDX) = "CLEARED"
                      AND DPS-D-KEY(DPS-D-IDX) = DPS-REC-KEY
                   MOVE "CLEARED" TO DPS-CUR-DEC
                 WHEN OTHER
                   MOVE SPACES TO DPS-CUR-DEC
               END-EVALUATE
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：待覆核扣件列入 DeniedParty_Review.csv (檔案
      *> 跨批次保留，由 SCREEN-REVIEW 裁決後剔除；已在清單上的
      *> 客戶+名單編號不重複列入)
      *******************************************************
       DPS-REVIEW-PARA.
           MOVE "N" TO DPS-LISTED.
           PERFORM VARYING DPS-P-IDX FROM 1 BY 1
                     UNTIL DPS-P-IDX > DPS-PEND-COUNT
             IF DPS-P-CUST(DPS-P-IDX) = DPS-CUR-CUST
                AND DPS-P-LIST(DPS-P-IDX) = DPS-E-ID(DPS-BEST-IDX)
               MOVE "Y" TO DPS-LISTED
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF DPS-LISTED = "Y"
             EXIT PARAGRAPH
           END-IF.

           IF DPS-RVW-OPEN NOT = "Y"
             OPEN EXTEND DPS-REVIEW-FILE
             IF DPS-RVW-STATUS NOT = "00"
               OPEN OUTPUT DPS-REVIEW-FILE
               MOVE SPACES TO DPS-REVIEW-REC
               STRING
                 "CUSTOMER_ID;HELD_DATE;LIST_ID;SCORE;"
                   DELIMITED BY SIZE
                 "RECIPIENT_NAME;ORG_FLAG;CITY;COUNTRY;LIST_NAME;"
                   DELIMITED BY SIZE
                 "PROGRAM;NAME_KEY;ADDRESS_LINE_ORIGIN"
                   DELIMITED BY SIZE
                 INTO DPS-REVIEW-REC
               END-STRING
               WRITE DPS-REVIEW-REC
             END-IF
             MOVE "Y" TO DPS-RVW-OPEN
           END-IF.

           MOVE DTLS-LF(30) TO DPS-OUT-NAME.
           INSPECT DPS-OUT-NAME REPLACING ALL ";" BY ",".
           MOVE SPACES TO DPS-TXT.
           STRING
             FUNCTION TRIM(DPS-CUR-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             EMB-RUN-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DPS-E-ID(DPS-BEST-IDX)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DPS-SCORE-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DPS-OUT-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             DTLS-LF(29)(1:1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(3)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DPS-E-NAME(DPS-BEST-IDX)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DPS-E-PROG(DPS-BEST-IDX)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DPS-REC-KEY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
             INTO DPS-TXT
           END-STRING.
           MOVE DPS-TXT TO DPS-REVIEW-REC.
           WRITE DPS-REVIEW-REC.
           ADD 1 TO DPS-NEW-CNT.
           IF DPS-PEND-COUNT < 2000
             ADD 1 TO DPS-PEND-COUNT
             MOVE DPS-CUR-CUST TO DPS-P-CUST(DPS-PEND-COUNT)
             MOVE DPS-E-ID(DPS-BEST-IDX)
               TO DPS-P-LIST(DPS-PEND-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：關閉覆核清單並回報受限對象篩檢件數
      *******************************************************
       DPS-CLOSE-PARA.
           IF DPS-RVW-OPEN = "Y"
             CLOSE DPS-REVIEW-FILE
             MOVE "N" TO DPS-RVW-OPEN
           END-IF.
           IF DPS-COUNT = 0 OR DPS-REPORTED = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO DPS-REPORTED.
           MOVE DPS-COUNT TO DPS-FMT.
           MOVE DPS-HOLD-CNT TO DPS-FMT2.
           MOVE "ADR0035I" TO RST-LAST-MSG
           DISPLAY "ADR0035I DENIED-PARTY SCREENING: "
             FUNCTION TRIM(DPS-FMT) " LIST ENTRIES, "
             FUNCTION TRIM(DPS-FMT2) " HELD FOR REVIEW".
           MOVE DPS-CONF-CNT TO DPS-FMT.
           MOVE DPS-CLR-CNT TO DPS-FMT2.
           MOVE "ADR0035I" TO RST-LAST-MSG
           DISPLAY "ADR0035I DENIED-PARTY SCREENING: "
             FUNCTION TRIM(DPS-FMT) " CONFIRMED HELD, "
             FUNCTION TRIM(DPS-FMT2) " CLEARED RELEASED".
           IF DPS-HOLD-CNT > 0
             MOVE DPS-HOLD-CNT TO DPS-FMT
             MOVE DPS-NEW-CNT TO DPS-FMT2
             MOVE "ADR0231W" TO RST-LAST-MSG
             DISPLAY "ADR0231W POTENTIAL DENIED-PARTY MATCHES HELD: "
               FUNCTION TRIM(DPS-FMT) " (" FUNCTION TRIM(DPS-FMT2)
               " NEW) - SEE DeniedParty_Review.csv"
           END-IF.

      *******************************************************
      *> 共用段落：新轉高風險清單標題列
      *******************************************************
       HRU-HEADER-PARA.
           MOVE "CUSTOMER_ID;ADDRESS_USE;MATCHED_ON;SOURCE_SYSTEM;"
             & "DETECTED_DATE;ADDRESS" TO HRU-REC.
           WRITE HRU-REC.
           MOVE "00" TO HRU-STATUS.

      *******************************************************
      *> 共用段落：地址用途 (31) 回寫主檔；原為一般 (HRU-PREV
      *> 空白) 而本次判定為高風險者列入 HighRisk_New.csv
      *******************************************************
       HRU-MST-PARA.
           MOVE DTLS-LF(31)(1:8) TO ADDR-MST-USE-CODE.
           IF ADDR-MST-USE-CODE = SPACES OR HRU-PREV NOT = SPACES
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HRU-NEW-CNT.
           MOVE SPACES TO HRU-TXT.
           STRING
             FUNCTION TRIM(ADDR-MST-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ADDR-MST-USE-CODE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(32)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ADDR-MST-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             LOCK-NOW-TS(1:8) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ADDR-MST-ADDRESS) DELIMITED BY SIZE
             INTO HRU-TXT
           END-STRING.
           MOVE HRU-TXT TO HRU-REC.
           WRITE HRU-REC.

      *******************************************************
      *> 共用段落：關閉新轉高風險清單並回報件數
      *******************************************************
       HRU-CLOSE-PARA.
           CLOSE HRU-FILE.
           IF HRU-NEW-CNT > 0
             MOVE HRU-NEW-CNT TO HRU-FMT
             MOVE "ADR0036I" TO RST-LAST-MSG
             DISPLAY "ADR0036I ADDRESSES NEWLY HIGH-RISK: "
               FUNCTION TRIM(HRU-FMT) " - SEE "
               FUNCTION TRIM(CTL-HRU-PATH)
           END-IF.

      *******************************************************
      *> 共用段落：住戶歸戶鍵 (DTLS-LF(23) 重組地址轉大寫、僅
      *> 保留英數字元後之前 200 碼 -> HH-KEY-WORK)；住戶歸戶
      *> 排序與接觸頻率上限共用同一正規化鍵
      *******************************************************
       HH-KEY-PARA.
           MOVE SPACES TO HH-KEY-WORK.
           MOVE 0 TO HH-KEY-POS.
           IF DTLS-LF(23) = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(DTLS-LF(23)) TO HH-SRC-LEN.
           PERFORM VARYING HH-K FROM 1 BY 1
                     UNTIL HH-K > HH-SRC-LEN
                        OR HH-KEY-POS >= 200
             MOVE DTLS-LF(23)(HH-K:1) TO HH-CH
             IF (HH-CH >= "0" AND HH-CH <= "9") OR
                (HH-CH >= "A" AND HH-CH <= "Z")
               ADD 1 TO HH-KEY-POS
               MOVE HH-CH TO HH-KEY-WORK(HH-KEY-POS:1)
             ELSE
               IF HH-CH >= "a" AND HH-CH <= "z"
                 ADD 1 TO HH-KEY-POS
                 MOVE FUNCTION UPPER-CASE(HH-CH)
                   TO HH-KEY-WORK(HH-KEY-POS:1)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：接觸頻率政策載入並開啟接觸歷史與延後清單
      *> (政策檔不存在或無有效 CAP 列時不設上限，行為同既往；
      *> MASKED 測試資料不受限亦不寫入正式接觸歷史)
      *******************************************************
       CTC-LOAD-PARA.
           MOVE "N" TO CTC-ACTIVE.
           MOVE 0 TO CTC-CAP-COUNT CTC-UNIT-COUNT CTC-MAX-DAYS.
           MOVE 1 TO CTC-DEF-PRIO.
           IF CTL-RUN-MODE = "MASKED"
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CTC-POL-FILE.
           IF CTC-POL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CTC-POL-STATUS NOT = "00"
             READ CTC-POL-FILE
               AT END
                 MOVE "10" TO CTC-POL-STATUS
               NOT AT END
                 IF FUNCTION TRIM(CTC-POL-REC) NOT = SPACES
                    AND CTC-POL-REC(1:1) NOT = "*"
                   PERFORM CTC-POL-LINE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CTC-POL-FILE.
           IF CTC-CAP-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           *> 窗期以批次日期為準 (含當日)；逾最長窗期的歷史於
           *> 改寫時剔除
           COMPUTE CTC-RUN-INT = FUNCTION INTEGER-OF-DATE(EMB-RUN-DATE).
           COMPUTE CTC-KEEP-DATE = FUNCTION DATE-OF-INTEGER(
               CTC-RUN-INT - CTC-MAX-DAYS + 1).

           *> 接觸歷史跨工作共用 (SHARED-DIR)；延後清單屬本次輸出
           MOVE SPACES TO CTL-CTC-HIST-PATH.
           STRING
             FUNCTION TRIM(CTL-SHARED-DIR) DELIMITED BY SIZE
             "ContactHistory.dat" DELIMITED BY SIZE
             INTO CTL-CTC-HIST-PATH
           END-STRING.
           MOVE SPACES TO CTL-CTC-LOCK-PATH.
           STRING
             FUNCTION TRIM(CTL-SHARED-DIR) DELIMITED BY SIZE
             "ContactHistory.lck" DELIMITED BY SIZE
             INTO CTL-CTC-LOCK-PATH
           END-STRING.
           MOVE SPACES TO CTL-CTC-DEF-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "ContactDeferred.csv" DELIMITED BY SIZE
             INTO CTL-CTC-DEF-PATH
           END-STRING.

           MOVE "N" TO CTC-LEASED CTC-LOST.
           PERFORM CTC-LEASE-PARA.
           IF CTC-LEASED NOT = "Y"
             MOVE "ADR0239W" TO RST-LAST-MSG
             IF SHL-GOT NOT = "Y"
               DISPLAY "ADR0239W WARNING: COULD NOT LOCK CONTACT "
                 "HISTORY " FUNCTION TRIM(CTL-CTC-HIST-PATH)
                 " - CONTACT-FREQUENCY CAP NOT APPLIED"
             ELSE
               DISPLAY "ADR0239W WARNING: COULD NOT OPEN CONTACT "
                 "HISTORY " FUNCTION TRIM(CTL-CTC-HIST-PATH)
                 " (STATUS " CTC-HIST-STATUS
                 ") - CONTACT-FREQUENCY CAP NOT APPLIED"
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO CTC-ACTIVE.

           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND CTC-DEF-FILE
           ELSE
             OPEN OUTPUT CTC-DEF-FILE
             MOVE
               "CUSTOMER_ID;BUSINESS_UNIT;UNIT_PRIORITY;" &
               "PIECES_IN_WINDOW;PIECE_LIMIT;WINDOW_DAYS;" &
               "HOUSEHOLD_KEY;ADDRESS_LINE_ORIGIN"
               TO CTC-DEF-REC
             WRITE CTC-DEF-REC
           END-IF.

      *******************************************************
      *> 共用段落：政策檔單列 (CAP;件數;天數 / UNIT;單位;優先序)
      *> 件數或天數非正整數者、超出表格容量者略過
      *******************************************************
       CTC-POL-LINE-PARA.
           MOVE SPACES TO CTC-TOK(1) CTC-TOK(2) CTC-TOK(3).
           UNSTRING CTC-POL-REC DELIMITED BY ";"
               INTO CTC-TOK(1) CTC-TOK(2) CTC-TOK(3).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTC-TOK(1)))
             TO CTC-TOK(1).
           EVALUATE CTC-TOK(1)
             WHEN "CAP"
               IF CTC-CAP-COUNT < 5
                  AND FUNCTION TRIM(CTC-TOK(2)) IS NUMERIC
                  AND FUNCTION TRIM(CTC-TOK(3)) IS NUMERIC
                  AND FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(2))) > 0
                  AND FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3))) > 0
                  AND FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3))) < 1000
                 ADD 1 TO CTC-CAP-COUNT
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(2)))
                   TO CTC-CAP-MAX(CTC-CAP-COUNT)
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3)))
                   TO CTC-CAP-DAYS(CTC-CAP-COUNT)
                 IF CTC-CAP-DAYS(CTC-CAP-COUNT) > CTC-MAX-DAYS
                   MOVE CTC-CAP-DAYS(CTC-CAP-COUNT) TO CTC-MAX-DAYS
                 END-IF
               END-IF
             WHEN "UNIT"
               IF FUNCTION TRIM(CTC-TOK(2)) NOT = SPACES
                  AND FUNCTION TRIM(CTC-TOK(3)) IS NUMERIC
                  AND FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3))) > 0
                  AND FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3))) < 100
                 IF FUNCTION TRIM(CTC-TOK(2)) = "*"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3)))
                     TO CTC-DEF-PRIO
                 ELSE
                   IF CTC-UNIT-COUNT < 50
                     ADD 1 TO CTC-UNIT-COUNT
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(CTC-TOK(2)))
                       TO CTC-U-NAME(CTC-UNIT-COUNT)
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(CTC-TOK(3)))
                       TO CTC-U-PRIO(CTC-UNIT-COUNT)
                   END-IF
                 END-IF
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：本筆接觸頻率檢核 (CTC-DEFER=Y 者已寫入延後
      *> 清單)；放行者記入接觸歷史。同一批次日、同客戶、同業務
      *> 單位已記入者視為續跑/重送的同一件，直接放行不重記
      *******************************************************
       CTC-CHECK-PARA.
           MOVE "N" TO CTC-DEFER.
           IF CTC-LOST = "Y"
             EXIT PARAGRAPH
           END-IF.

           *> 共用接觸歷史：連續檢核滿 CTC-LEASE-MAX 件且有其他
           *> 工作等候時，關檔讓出鎖定片刻再重新取得
           IF CTC-LEASED = "Y" AND CTC-LEASE-CNT >= CTC-LEASE-MAX
             MOVE 0 TO CTC-LEASE-CNT
             MOVE CTL-CTC-LOCK-PATH TO SHL-DIR-PATH
             PERFORM SHL-WAITER-PARA
             IF SHL-WAITING = "Y"
               PERFORM CTC-UNLEASE-PARA
               CALL "C$SLEEP" USING SHL-YIELD-SECS
             END-IF
           END-IF.
           IF CTC-LEASED NOT = "Y"
             PERFORM CTC-LEASE-PARA
             IF CTC-LEASED NOT = "Y"
               MOVE "Y" TO CTC-LOST
               MOVE "ADR0239W" TO RST-LAST-MSG
               DISPLAY "ADR0239W WARNING: CONTACT HISTORY "
                 FUNCTION TRIM(CTL-CTC-HIST-PATH)
                 " NO LONGER AVAILABLE - CONTACT-FREQUENCY CAP NOT "
                 "APPLIED TO THE REST OF THIS RUN"
               EXIT PARAGRAPH
             END-IF
           END-IF.
           ADD 1 TO CTC-LEASE-CNT.

           PERFORM HH-KEY-PARA.
           IF HH-KEY-WORK = SPACES
             EXIT PARAGRAPH
           END-IF.

           *> 業務單位 (來源系統；空白歸 UNSPECIFIED) 與其優先序
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IF-DATA(4)))
             TO CTC-CUR-UNIT.
           IF CTC-CUR-UNIT = SPACES
             MOVE "UNSPECIFIED" TO CTC-CUR-UNIT
           END-IF.
           MOVE FUNCTION TRIM(IF-DATA(1)) TO CTC-CUR-CUST.
           MOVE CTC-DEF-PRIO TO CTC-CUR-PRIO.
           PERFORM VARYING CTC-J FROM 1 BY 1
                     UNTIL CTC-J > CTC-UNIT-COUNT
             IF CTC-U-NAME(CTC-J) = CTC-CUR-UNIT
               MOVE CTC-U-PRIO(CTC-J) TO CTC-CUR-PRIO
               EXIT PERFORM
             END-IF
           END-PERFORM.

           MOVE HH-KEY-WORK TO CTC-H-KEY.
           READ CTC-HIST-FILE
             INVALID KEY
               MOVE "Y" TO CTC-NEW-REC
             NOT INVALID KEY
               MOVE "N" TO CTC-NEW-REC
           END-READ.
           IF CTC-HIST-STATUS NOT = "00" AND CTC-HIST-STATUS NOT = "23"
             EXIT PARAGRAPH
           END-IF.
           IF CTC-NEW-REC = "Y"
             MOVE HH-KEY-WORK TO CTC-H-KEY
             MOVE 0 TO CTC-H-COUNT
           END-IF.

           PERFORM VARYING CTC-J FROM 1 BY 1
                     UNTIL CTC-J > CTC-H-COUNT
             IF CTC-H-DATE(CTC-J) = EMB-RUN-DATE
                AND CTC-H-CUST(CTC-J) = CTC-CUR-CUST
                AND CTC-H-UNIT(CTC-J) = CTC-CUR-UNIT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.

           *> 各 CAP 列：窗期內住戶件數已達本單位可用名額即延後
           *> (急件旗標 P/Y 者不受限)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(IF-DATA(6))) NOT = "P"
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(IF-DATA(6)))
                  NOT = "Y"
             PERFORM VARYING CTC-I FROM 1 BY 1
                       UNTIL CTC-I > CTC-CAP-COUNT OR CTC-DEFER = "Y"
               COMPUTE CTC-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   CTC-RUN-INT - CTC-CAP-DAYS(CTC-I) + 1)
               MOVE 0 TO CTC-IN-WIN
               PERFORM VARYING CTC-J FROM 1 BY 1
                         UNTIL CTC-J > CTC-H-COUNT
                 IF CTC-H-DATE(CTC-J) >= CTC-FROM-DATE
                   ADD 1 TO CTC-IN-WIN
                 END-IF
               END-PERFORM
               COMPUTE CTC-LIMIT = CTC-CAP-MAX(CTC-I) - CTC-CUR-PRIO + 1
               IF CTC-LIMIT < 1
                 MOVE 1 TO CTC-LIMIT
               END-IF
               IF CTC-IN-WIN >= CTC-LIMIT
                 MOVE "Y" TO CTC-DEFER
                 MOVE CTC-I TO CTC-HIT-CAP
               END-IF
             END-PERFORM
           END-IF.

           IF CTC-DEFER = "Y"
             ADD 1 TO CTC-DEF-CNT
             MOVE CTC-CUR-PRIO TO CTC-N-FMT
             MOVE CTC-IN-WIN TO CTC-N-FMT2
             MOVE CTC-LIMIT TO CTC-N-FMT3
             MOVE CTC-CAP-DAYS(CTC-HIT-CAP) TO CTC-FMT
             MOVE SPACES TO CTC-TXT
             STRING
               FUNCTION TRIM(CTC-CUR-CUST) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CTC-CUR-UNIT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CTC-N-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CTC-N-FMT2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CTC-N-FMT3) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CTC-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(HH-KEY-WORK) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(IF-DATA(2)) DELIMITED BY SIZE
               INTO CTC-TXT
             END-STRING
             MOVE CTC-TXT TO CTC-DEF-REC
             WRITE CTC-DEF-REC
             EXIT PARAGRAPH
           END-IF.

           *> 放行：剔除逾最長窗期者後記入本件 (額滿捨最舊一筆)
           MOVE 0 TO CTC-I.
           PERFORM VARYING CTC-J FROM 1 BY 1
                     UNTIL CTC-J > CTC-H-COUNT
             IF CTC-H-DATE(CTC-J) >= CTC-KEEP-DATE
               ADD 1 TO CTC-I
               IF CTC-I < CTC-J
                 MOVE CTC-H-ENT(CTC-J) TO CTC-H-ENT(CTC-I)
               END-IF
             END-IF
           END-PERFORM.
           MOVE CTC-I TO CTC-H-COUNT.
           IF CTC-H-COUNT >= 40
             PERFORM VARYING CTC-J FROM 2 BY 1 UNTIL CTC-J > 40
               MOVE CTC-H-ENT(CTC-J) TO CTC-H-ENT(CTC-J - 1)
             END-PERFORM
             MOVE 39 TO CTC-H-COUNT
           END-IF.
           ADD 1 TO CTC-H-COUNT.
           MOVE EMB-RUN-DATE TO CTC-H-DATE(CTC-H-COUNT).
           MOVE CTC-CUR-UNIT TO CTC-H-UNIT(CTC-H-COUNT).
           MOVE CTC-CUR-CUST TO CTC-H-CUST(CTC-H-COUNT).
           IF CTC-NEW-REC = "Y"
             WRITE CTC-HIST-REC
           ELSE
             REWRITE CTC-HIST-REC
           END-IF.
           IF CTC-HIST-STATUS = "00"
             ADD 1 TO CTC-REC-CNT
           END-IF.

      *******************************************************
      *> 共用段落：關閉接觸歷史與延後清單並回報件數
      *******************************************************
       CTC-CLOSE-PARA.
           IF CTC-ACTIVE NOT = "Y" OR CTC-REPORTED = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO CTC-REPORTED.
           IF CTC-LEASED = "Y"
             PERFORM CTC-UNLEASE-PARA
           END-IF.
           CLOSE CTC-DEF-FILE.
           MOVE CTC-REC-CNT TO CTC-FMT.
           MOVE CTC-DEF-CNT TO CTC-FMT2.
           MOVE "ADR0042I" TO RST-LAST-MSG.
           DISPLAY "ADR0042I CONTACT-FREQUENCY CAP: "
             FUNCTION TRIM(CTC-FMT) " PIECES RECORDED, "
             FUNCTION TRIM(CTC-FMT2) " DEFERRED - SEE "
             FUNCTION TRIM(CTL-CTC-DEF-PATH).

      *******************************************************
      *> 共用段落：取得共用接觸歷史鎖定並開檔 (CTC-LEASED=Y)。
      *> 接觸歷史不存在 (狀態 35) 時視為首次執行，先建立空檔；
      *> 開不了檔者隨即釋放鎖定
      *******************************************************
       CTC-LEASE-PARA.
           MOVE "Y" TO SHL-MARK.
           MOVE CTL-CTC-LOCK-PATH TO SHL-DIR-PATH.
           PERFORM SHL-ACQUIRE-PARA.
           IF SHL-GOT NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O CTC-HIST-FILE.
           IF CTC-HIST-STATUS = "35"
             OPEN OUTPUT CTC-HIST-FILE
             CLOSE CTC-HIST-FILE
             OPEN I-O CTC-HIST-FILE
           END-IF.
           IF CTC-HIST-STATUS NOT = "00"
             PERFORM SHL-RELEASE-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO CTC-LEASED.
           MOVE 0 TO CTC-LEASE-CNT.

      *******************************************************
      *> 共用段落：關閉共用接觸歷史並釋放鎖定
      *******************************************************
       CTC-UNLEASE-PARA.
           CLOSE CTC-HIST-FILE.
           MOVE "N" TO CTC-LEASED.
           MOVE CTL-CTC-LOCK-PATH TO SHL-DIR-PATH.
           PERFORM SHL-RELEASE-PARA.

      *******************************************************
      *> 共用段落：開啟多戶建物登錄檔與缺室號清單 (MULTI-UNIT-MIN
      *> 為 0 時不檢查，行為同既往；MASKED 測試資料不檢查)
      *******************************************************
       MU-LOAD-PARA.
           MOVE "N" TO MU-ACTIVE MU-RPT-OPEN.
           IF CTL-MU-MIN = 0 OR CTL-RUN-MODE = "MASKED"
             EXIT PARAGRAPH
           END-IF.
           PERFORM MU-OPEN-PARA.
           IF MU-ACTIVE NOT = "Y"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CTL-MU-RPT-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Missing_Unit.csv" DELIMITED BY SIZE
             INTO CTL-MU-RPT-PATH
           END-STRING.
           IF CKPT-RESTART-FLAG = "Y" OR CTL-REFEED-FLAG = "Y"
             OPEN EXTEND MU-RPT-FILE
           ELSE
             OPEN OUTPUT MU-RPT-FILE
             MOVE
               "CUSTOMER_ID;STATUS;BUILDING_KEY;UNITS_KNOWN;" &
               "SOURCE;ADDRESS_LINE_REBUILD"
               TO MU-RPT-REC
             WRITE MU-RPT-REC
           END-IF.
           MOVE "Y" TO MU-RPT-OPEN.

      *******************************************************
      *> 共用段落：開啟多戶建物登錄檔 (不存在時建立空檔；
      *> 主檔重新標準化 RUN-MODE=REPARSE 亦據以補登既有客戶)
      *******************************************************
       MU-OPEN-PARA.
           MOVE "N" TO MU-ACTIVE.
           MOVE SPACES TO CTL-MU-REG-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "UnitRegister.dat" DELIMITED BY SIZE
             INTO CTL-MU-REG-PATH
           END-STRING.
           OPEN I-O MU-REG-FILE.
           IF MU-REG-STATUS = "35"
             OPEN OUTPUT MU-REG-FILE
             CLOSE MU-REG-FILE
             OPEN I-O MU-REG-FILE
             IF MU-REG-STATUS = "00"
               MOVE "ADR0044I" TO RST-LAST-MSG
               DISPLAY "ADR0044I UNIT REGISTER CREATED "
                 FUNCTION TRIM(CTL-MU-REG-PATH)
                 " - RUN RUN-MODE=REPARSE ONCE TO LEARN "
                 "MULTI-OCCUPANCY BUILDINGS FROM THE EXISTING MASTER"
             END-IF
           END-IF.
           IF MU-REG-STATUS NOT = "00"
             MOVE "ADR0242W" TO RST-LAST-MSG
             DISPLAY "ADR0242W WARNING: COULD NOT OPEN UNIT REGISTER "
               FUNCTION TRIM(CTL-MU-REG-PATH)
               " (STATUS " MU-REG-STATUS
               ") - MISSING-UNIT CHECK NOT APPLIED"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO MU-ACTIVE.

      *******************************************************
      *> 共用段落：建物鍵 (國別;郵遞區號;街道 段 巷 弄 門牌
      *> 大樓名，大寫且去除空白與標點；不含樓層/室號)。
      *> 街道或門牌空白者無法辨識建物，鍵值留空
      *******************************************************
       MU-BKEY-PARA.
           MOVE SPACES TO MU-BKEY MU-RAW.
           IF DTLS-LF(5) = SPACES OR DTLS-LF(9) = SPACES
             EXIT PARAGRAPH
           END-IF.
           STRING
             FUNCTION TRIM(DTLS-LF(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(5)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(6)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(7)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(8)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(9)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(10)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(14)) DELIMITED BY SIZE
             INTO MU-RAW
           END-STRING.
           MOVE FUNCTION UPPER-CASE(MU-RAW) TO MU-RAW.
           MOVE LENGTH OF FUNCTION TRIM(MU-RAW TRAILING)
             TO MU-RAW-LEN.
           MOVE 0 TO MU-BKEY-POS.
           PERFORM VARYING MU-K FROM 1 BY 1
                     UNTIL MU-K > MU-RAW-LEN
                        OR MU-BKEY-POS NOT < 150
             MOVE MU-RAW(MU-K:1) TO MU-CH
             IF MU-CH NOT = SPACE AND MU-CH NOT = "."
                AND MU-CH NOT = "," AND MU-CH NOT = "-"
                AND MU-CH NOT = "#" AND MU-CH NOT = "/"
                AND MU-CH NOT = "'" AND MU-CH NOT = "("
                AND MU-CH NOT = ")"
               ADD 1 TO MU-BKEY-POS
               MOVE MU-CH TO MU-BKEY(MU-BKEY-POS:1)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：多戶建物缺樓層/室號檢查 (新客戶或地址異動
      *> 者)。戶數先查全國地址檔單棟層鍵 (U;)，無者改以登錄檔
      *> 該建物其他客戶判定：其他客戶帶室號，或其他客戶數達
      *> MULTI-UNIT-MIN 者視為多戶建物
      *******************************************************
       MU-CHECK-PARA.
           IF DTLS-LF(11) NOT = SPACES OR DTLS-LF(12) NOT = SPACES
              OR DTLS-LF(13) NOT = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM MU-BKEY-PARA.
           IF MU-BKEY = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE "NEW" TO MU-STAT.
           MOVE FUNCTION TRIM(IF-DATA(1)) TO ADDR-MST-CUSTID.
           READ ADDR-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF FUNCTION TRIM(ADDR-MST-ADDRESS) =
                  FUNCTION TRIM(DTLS-LF(23))
                 MOVE SPACES TO MU-STAT
               ELSE
                 MOVE "CHANGED" TO MU-STAT
               END-IF
           END-READ.
           IF MU-STAT = SPACES
              OR (ADDR-MST-STATUS NOT = "00"
                  AND ADDR-MST-STATUS NOT = "23")
             EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO MU-MULTI.
           MOVE 0 TO MU-UNITS MU-OTH-UNIT.
           MOVE SPACES TO MU-SRC.

           *> 全國地址檔：門牌前導數字之單棟戶數
           IF REFA-ENABLED = "Y" AND DTLS-LF(3) NOT = SPACES
             MOVE 0 TO MU-NO
             MOVE LENGTH OF FUNCTION TRIM(DTLS-LF(9)) TO MU-NO-LEN
             IF MU-NO-LEN > 7
               MOVE 7 TO MU-NO-LEN
             END-IF
             PERFORM VARYING MU-K FROM 1 BY 1
                       UNTIL MU-K > MU-NO-LEN
               IF DTLS-LF(9)(MU-K:1) IS NUMERIC
                 COMPUTE MU-NO = MU-NO * 10
                   + FUNCTION NUMVAL(DTLS-LF(9)(MU-K:1))
               ELSE
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF MU-NO > 0
               MOVE MU-NO TO MU-NO-FMT
               MOVE SPACES TO REFA-KEY-WORK
               STRING
                 "U;" DELIMITED BY SIZE
                 FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(3)))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(5)))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(MU-NO-FMT) DELIMITED BY SIZE
                 INTO REFA-KEY-WORK
               END-STRING
               MOVE REFA-KEY-WORK TO REFA-KEY
               READ REFADDR-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE REFA-LOW TO MU-UNITS
                   MOVE "NATIONAL" TO MU-SRC
                   IF MU-UNITS > 1
                     MOVE "Y" TO MU-MULTI
                   END-IF
               END-READ
             END-IF
           END-IF.

           *> 登錄檔：同建物其他客戶 (扣除本客戶既有登錄)
           IF MU-SRC = SPACES
             MOVE SPACES TO MU-R-KEY
             STRING
               "B;" DELIMITED BY SIZE
               MU-BKEY DELIMITED BY SIZE
               INTO MU-R-KEY
             END-STRING
             READ MU-REG-FILE
               INVALID KEY
                 EXIT PARAGRAPH
             END-READ
             IF MU-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
             END-IF
             MOVE "MASTER" TO MU-SRC
             MOVE MU-R-CUST-CNT TO MU-UNITS
             MOVE MU-R-UNIT-CNT TO MU-OTH-UNIT
             MOVE SPACES TO MU-R-KEY
             STRING
               "C;" DELIMITED BY SIZE
               FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
               INTO MU-R-KEY
             END-STRING
             READ MU-REG-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF MU-R-BKEY = MU-BKEY
                   IF MU-UNITS > 0
                     SUBTRACT 1 FROM MU-UNITS
                   END-IF
                   IF MU-R-UNIT = "Y" AND MU-OTH-UNIT > 0
                     SUBTRACT 1 FROM MU-OTH-UNIT
                   END-IF
                 END-IF
             END-READ
             IF MU-OTH-UNIT > 0 OR MU-UNITS NOT < CTL-MU-MIN
               MOVE "Y" TO MU-MULTI
             END-IF
           END-IF.

           IF MU-MULTI NOT = "Y"
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MU-MISS-CNT.
           IF WARNING-MSG = SPACES
             MOVE "UNIT MISSING AT MULTI-OCCUPANCY BUILDING"
               TO WARNING-MSG
           ELSE
             STRING
               FUNCTION TRIM(WARNING-MSG) DELIMITED BY SIZE
               ", UNIT MISSING AT MULTI-OCCUPANCY BUILDING"
                 DELIMITED BY SIZE
               INTO WARNING-MSG
             END-STRING
           END-IF.
           IF WARNING-CODES = SPACES
             MOVE "106" TO WARNING-CODES
           ELSE
             STRING
               FUNCTION TRIM(WARNING-CODES) DELIMITED BY SIZE
               ",106" DELIMITED BY SIZE
               INTO WARNING-CODES
             END-STRING
           END-IF.

           MOVE MU-UNITS TO MU-FMT.
           MOVE SPACES TO MU-TXT.
           STRING
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MU-STAT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MU-BKEY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MU-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MU-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DTLS-LF(23)) DELIMITED BY SIZE
             INTO MU-TXT
           END-STRING.
           MOVE MU-TXT TO MU-RPT-REC.
           WRITE MU-RPT-REC.

      *******************************************************
      *> 共用段落：登錄客戶目前所在建物 (主檔新增/異動回寫後；
      *> MU-CUST 為 CUSTOMER_ID)。建物改變者舊建物減一、新建物
      *> 加一；客戶數歸零之建物記錄刪除
      *******************************************************
       MU-REG-PARA.
           IF MU-ACTIVE NOT = "Y" OR MU-CUST = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM MU-BKEY-PARA.
           MOVE "N" TO MU-UNIT-FLAG.
           IF DTLS-LF(11) NOT = SPACES OR DTLS-LF(12) NOT = SPACES
              OR DTLS-LF(13) NOT = SPACES
             MOVE "Y" TO MU-UNIT-FLAG
           END-IF.

           MOVE "N" TO MU-OLD-FOUND.
           MOVE SPACES TO MU-R-KEY.
           STRING
             "C;" DELIMITED BY SIZE
             FUNCTION TRIM(MU-CUST) DELIMITED BY SIZE
             INTO MU-R-KEY
           END-STRING.
           READ MU-REG-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "Y" TO MU-OLD-FOUND
               MOVE MU-R-BKEY TO MU-OLD-BKEY
               MOVE MU-R-UNIT TO MU-OLD-UNIT
           END-READ.
           IF MU-OLD-FOUND = "Y"
              AND MU-OLD-BKEY = MU-BKEY
              AND MU-OLD-UNIT = MU-UNIT-FLAG
             EXIT PARAGRAPH
           END-IF.

           *> 舊建物減一
           IF MU-OLD-FOUND = "Y"
             MOVE -1 TO MU-ADJ
             MOVE 0 TO MU-ADJ-UNIT
             IF MU-OLD-UNIT = "Y"
               MOVE -1 TO MU-ADJ-UNIT
             END-IF
             MOVE SPACES TO MU-KEY-SAVE
             STRING
               "B;" DELIMITED BY SIZE
               MU-OLD-BKEY DELIMITED BY SIZE
               INTO MU-KEY-SAVE
             END-STRING
             PERFORM MU-BLD-ADJ-PARA
           END-IF.

           *> 無法辨識建物者僅移除客戶登錄
           MOVE SPACES TO MU-R-KEY.
           STRING
             "C;" DELIMITED BY SIZE
             FUNCTION TRIM(MU-CUST) DELIMITED BY SIZE
             INTO MU-R-KEY
           END-STRING.
           IF MU-BKEY = SPACES
             IF MU-OLD-FOUND = "Y"
               DELETE MU-REG-FILE
                 INVALID KEY
                   CONTINUE
               END-DELETE
             END-IF
             EXIT PARAGRAPH
           END-IF.

           *> 新建物加一
           MOVE 1 TO MU-ADJ.
           MOVE 0 TO MU-ADJ-UNIT.
           IF MU-UNIT-FLAG = "Y"
             MOVE 1 TO MU-ADJ-UNIT
           END-IF.
           MOVE SPACES TO MU-KEY-SAVE.
           STRING
             "B;" DELIMITED BY SIZE
             MU-BKEY DELIMITED BY SIZE
             INTO MU-KEY-SAVE
           END-STRING.
           PERFORM MU-BLD-ADJ-PARA.

           MOVE SPACES TO MU-REG-REC.
           STRING
             "C;" DELIMITED BY SIZE
             FUNCTION TRIM(MU-CUST) DELIMITED BY SIZE
             INTO MU-R-KEY
           END-STRING.
           MOVE MU-BKEY TO MU-R-BKEY.
           MOVE MU-UNIT-FLAG TO MU-R-UNIT.
           MOVE 0 TO MU-R-CUST-CNT MU-R-UNIT-CNT.
           MOVE EMB-RUN-DATE TO MU-R-DATE.
           IF MU-OLD-FOUND = "Y"
             REWRITE MU-REG-REC
               INVALID KEY
                 CONTINUE
             END-REWRITE
           ELSE
             WRITE MU-REG-REC
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-IF.

      *******************************************************
      *> 共用段落：建物記錄加減 (MU-KEY-SAVE 為 B; 鍵，
      *> MU-ADJ/MU-ADJ-UNIT 為客戶數/帶室號客戶數增減)
      *******************************************************
       MU-BLD-ADJ-PARA.
           MOVE "N" TO MU-B-FOUND.
           MOVE MU-KEY-SAVE TO MU-R-KEY.
           READ MU-REG-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "Y" TO MU-B-FOUND
           END-READ.
           IF MU-B-FOUND = "N"
             IF MU-ADJ > 0
               MOVE SPACES TO MU-REG-REC
               MOVE MU-KEY-SAVE TO MU-R-KEY
               MOVE MU-KEY-SAVE(3:150) TO MU-R-BKEY
               MOVE 1 TO MU-R-CUST-CNT
               MOVE 0 TO MU-R-UNIT-CNT
               IF MU-ADJ-UNIT > 0
                 MOVE 1 TO MU-R-UNIT-CNT
               END-IF
               MOVE EMB-RUN-DATE TO MU-R-DATE
               WRITE MU-REG-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF MU-ADJ > 0
             ADD 1 TO MU-R-CUST-CNT
           ELSE
             IF MU-R-CUST-CNT > 0
               SUBTRACT 1 FROM MU-R-CUST-CNT
             END-IF
           END-IF.
           IF MU-ADJ-UNIT > 0
             ADD 1 TO MU-R-UNIT-CNT
           END-IF.
           IF MU-ADJ-UNIT < 0 AND MU-R-UNIT-CNT > 0
             SUBTRACT 1 FROM MU-R-UNIT-CNT
           END-IF.
           MOVE EMB-RUN-DATE TO MU-R-DATE.
           IF MU-R-CUST-CNT = 0
             DELETE MU-REG-FILE
               INVALID KEY
                 CONTINUE
             END-DELETE
           ELSE
             REWRITE MU-REG-REC
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF.

      *******************************************************
      *> 共用段落：關閉多戶建物登錄檔與缺室號清單並回報件數
      *******************************************************
       MU-CLOSE-PARA.
           IF MU-ACTIVE = "Y"
             CLOSE MU-REG-FILE
             MOVE "N" TO MU-ACTIVE
           END-IF.
           IF MU-RPT-OPEN NOT = "Y" OR MU-REPORTED = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO MU-REPORTED.
           MOVE "N" TO MU-RPT-OPEN.
           CLOSE MU-RPT-FILE.
           IF MU-MISS-CNT > 0
             MOVE MU-MISS-CNT TO MU-FMT
             MOVE "ADR0241W" TO RST-LAST-MSG
             DISPLAY "ADR0241W WARNING: "
               FUNCTION TRIM(MU-FMT)
               " NEW OR CHANGED ADDRESSES AT MULTI-OCCUPANCY "
               "BUILDINGS HAVE NO UNIT NUMBER - SEE "
               FUNCTION TRIM(CTL-MU-RPT-PATH)
           END-IF.

      *******************************************************
      *> 共用段落：種子地址載入 (種子檔不存在或無有效列時不
      *> 插入，行為同既往；MASKED 測試資料與 Fail_Data 重跑
      *> 不插入，種子已隨原批次寄出)
      *******************************************************
       SEED-LOAD-PARA.
           MOVE "N" TO SEED-LOADED.
           MOVE 0 TO SEED-COUNT SEED-MBU-COUNT SEED-PAIR-COUNT.
           IF CTL-RUN-MODE = "MASKED" OR CTL-REFEED-FLAG = "Y"
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SEED-FILE.
           IF SEED-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SEED-STATUS NOT = "00"
             READ SEED-FILE
               AT END
                 MOVE "10" TO SEED-STATUS
               NOT AT END
                 IF FUNCTION TRIM(SEED-REC) NOT = SPACES
                    AND SEED-REC(1:1) NOT = "*"
                    AND FUNCTION UPPER-CASE(SEED-REC(1:8))
                        NOT = "SEED_ID;"
                   PERFORM SEED-LINE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SEED-FILE.
           IF SEED-COUNT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO SEED-LOADED.

           MOVE SPACES TO CTL-SEED-WORK-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Seed_Work.tmp" DELIMITED BY SIZE
             INTO CTL-SEED-WORK-PATH
           END-STRING.
           MOVE SPACES TO CTL-SEED-REG-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "SeedRegister.csv" DELIMITED BY SIZE
             INTO CTL-SEED-REG-PATH
           END-STRING.
           MOVE SPACES TO CTL-SEED-SEQ-PATH.
           STRING
             FUNCTION TRIM(CTL-OUTPUT-DIR) DELIMITED BY SIZE
             "Seed.seq" DELIMITED BY SIZE
             INTO CTL-SEED-SEQ-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：種子檔單列 (SEED_ID 或英文地址行空白者、
      *> 超出表格容量者略過；原文行空白者沿用英文行)
      *******************************************************
       SEED-LINE-PARA.
           MOVE SPACES TO SEED-TOK(1) SEED-TOK(2) SEED-TOK(3)
                          SEED-TOK(4) SEED-TOK(5) SEED-TOK(6)
                          SEED-TOK(7) SEED-TOK(8).
           UNSTRING SEED-REC DELIMITED BY ";"
               INTO SEED-TOK(1) SEED-TOK(2) SEED-TOK(3) SEED-TOK(4)
                    SEED-TOK(5) SEED-TOK(6) SEED-TOK(7) SEED-TOK(8).
           IF FUNCTION TRIM(SEED-TOK(1)) = SPACES
              OR FUNCTION TRIM(SEED-TOK(7)) = SPACES
             EXIT PARAGRAPH
           END-IF.
           IF SEED-COUNT >= 200
             MOVE "ADR0240W" TO RST-LAST-MSG
             DISPLAY "ADR0240W WARNING: SEED TABLE FULL - SEED "
               FUNCTION TRIM(SEED-TOK(1)) " IGNORED"
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SEED-COUNT.
           MOVE FUNCTION TRIM(SEED-TOK(1)) TO SEED-ID(SEED-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEED-TOK(2)))
             TO SEED-TYPE(SEED-COUNT).
           IF SEED-TYPE(SEED-COUNT) NOT = "DECOY"
             MOVE "STAFF" TO SEED-TYPE(SEED-COUNT)
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEED-TOK(3)))
             TO SEED-CTRY(SEED-COUNT).
           IF SEED-CTRY(SEED-COUNT) = "*"
             MOVE SPACES TO SEED-CTRY(SEED-COUNT)
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEED-TOK(4)))
             TO SEED-UNIT(SEED-COUNT).
           IF SEED-UNIT(SEED-COUNT) = "*"
             MOVE SPACES TO SEED-UNIT(SEED-COUNT)
           END-IF.
           MOVE FUNCTION TRIM(SEED-TOK(5)) TO SEED-NAME(SEED-COUNT).
           MOVE FUNCTION TRIM(SEED-TOK(6)) TO SEED-ORIG(SEED-COUNT).
           MOVE FUNCTION TRIM(SEED-TOK(7)) TO SEED-EN(SEED-COUNT).
           IF SEED-ORIG(SEED-COUNT) = SPACES
             MOVE SEED-EN(SEED-COUNT) TO SEED-ORIG(SEED-COUNT)
           END-IF.
           MOVE FUNCTION TRIM(SEED-TOK(8)) TO SEED-ATYPE(SEED-COUNT).

      *******************************************************
      *> 共用段落：記下本筆寄出件的業務單位與目的國 (通過驗證
      *> 者；業務單位保留原值，種子件沿用以進入同一單位分檔)
      *******************************************************
       SEED-MARK-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
             TO SEED-CUR-CTRY.
           MOVE FUNCTION TRIM(DTLS-LF(24)) TO SEED-CUR-UNIT.
           MOVE "N" TO SEED-HIT.
           PERFORM VARYING SEED-J FROM 1 BY 1
                     UNTIL SEED-J > SEED-PAIR-COUNT
             IF SEED-P-CTRY(SEED-J) = SEED-CUR-CTRY
                AND SEED-P-UNIT(SEED-J) = SEED-CUR-UNIT
               MOVE "Y" TO SEED-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SEED-HIT = "Y" OR SEED-PAIR-COUNT >= 1000
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SEED-PAIR-COUNT.
           MOVE SEED-CUR-CTRY TO SEED-P-CTRY(SEED-PAIR-COUNT).
           MOVE SEED-CUR-UNIT TO SEED-P-UNIT(SEED-PAIR-COUNT).

           MOVE "N" TO SEED-HIT.
           PERFORM VARYING SEED-K FROM 1 BY 1
                     UNTIL SEED-K > SEED-MBU-COUNT
             IF SEED-MBU(SEED-K) = SEED-CUR-UNIT
               MOVE "Y" TO SEED-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SEED-HIT = "N" AND SEED-MBU-COUNT < 100
             ADD 1 TO SEED-MBU-COUNT
             MOVE SEED-CUR-UNIT TO SEED-MBU(SEED-MBU-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：種子件另趟讀入。依本批寄出的各業務單位挑選
      *> 相符種子、發給種子代號寫入工作檔 (標準輸入格式)，暫換
      *> 輸入設定後重用 INPUT-PASS-PARA 走同一解析與輸出流程；
      *> 讀畢還原設定與筆數，使輸入端筆數核對不受影響
      *******************************************************
       SEED-PASS-PARA.
           IF SEED-MBU-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           *> 序號接續 (跨執行累積，代號不重複)
           MOVE 0 TO SEED-SEQ-NO.
           OPEN INPUT SEED-SEQ-FILE.
           IF SEED-SEQ-STATUS = "00"
             READ SEED-SEQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF FUNCTION TRIM(SEED-SEQ-REC) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEED-SEQ-REC))
                     TO SEED-SEQ-NO
                 END-IF
             END-READ
             CLOSE SEED-SEQ-FILE
           END-IF.
           MOVE SEED-SEQ-NO TO SEED-SEQ-START.
           MOVE 0 TO SEED-ISS-COUNT SEED-OUT-CNT SEED-FAIL-CNT.
           MOVE "N" TO SEED-FULL.

           OPEN OUTPUT SEED-WORK-FILE.
           MOVE
             "CUSTOMER_ID;ADDRESS_LINE_ORIG;ADDRESS_LINE_EN;" &
             "SOURCE_SYSTEM;ADDRESS_TYPE;PRIORITY;RECIPIENT_NAME"
             TO SEED-WORK-REC.
           WRITE SEED-WORK-REC.
           PERFORM VARYING SEED-K FROM 1 BY 1
                     UNTIL SEED-K > SEED-MBU-COUNT
             PERFORM VARYING SEED-I FROM 1 BY 1
                       UNTIL SEED-I > SEED-COUNT
               PERFORM SEED-WRITE-PARA
             END-PERFORM
           END-PERFORM.
           CLOSE SEED-WORK-FILE.
           IF SEED-ISS-COUNT = 0
             CALL "CBL_DELETE_FILE" USING CTL-SEED-WORK-PATH
               RETURNING ARCHIVE-RC
             EXIT PARAGRAPH
           END-IF.

           *> 種子登錄檔 (跨執行累積；首次執行建檔附標題)
           OPEN EXTEND SEED-REG-FILE.
           IF SEED-REG-STATUS NOT = "00"
             OPEN OUTPUT SEED-REG-FILE
             MOVE
               "SEED_CODE;SEED_ID;SEED_TYPE;COUNTRY;BUSINESS_UNIT;" &
               "MAILING_ID;BATCH_NUMBER;MAIL_DATE"
               TO SEED-REG-REC
             WRITE SEED-REG-REC
           END-IF.

           *> 暫換輸入設定：標準分號格式、單趟、不續跑、不篩選
           MOVE CTL-IN-FILE-PATH TO SEED-SV-PATH.
           MOVE CTL-IN-FORMAT TO SEED-SV-FORMAT.
           MOVE CTL-IN-DIALECT TO SEED-SV-DIALECT.
           MOVE CTL-REFEED-FLAG TO SEED-SV-REFEED.
           MOVE BATCH-MODE-FLAG TO SEED-SV-BATCH.
           MOVE CKPT-RESTART-FLAG TO SEED-SV-RESTART.
           MOVE PASS-LIMIT TO SEED-SV-PLIMIT.
           MOVE SEL-COUNT TO SEED-SV-SEL.
           MOVE CTL-SKIP-UNCH TO SEED-SV-SKIP.
           MOVE RECNO TO SEED-SV-RECNO.
           MOVE DATA-COUNT TO SEED-SV-DATA.

           MOVE CTL-SEED-WORK-PATH TO CTL-IN-FILE-PATH.
           MOVE "STANDARD" TO CTL-IN-FORMAT.
           MOVE "SEMICOLON" TO CTL-IN-DIALECT.
           MOVE "N" TO CTL-REFEED-FLAG BATCH-MODE-FLAG
                       CKPT-RESTART-FLAG CTL-SKIP-UNCH IS-PRIORITY.
           MOVE 1 TO PASS-LIMIT PASS-NO.
           MOVE 0 TO SEL-COUNT.

           MOVE "Y" TO SEED-ACTIVE.
           PERFORM INPUT-PASS-PARA.
           MOVE "N" TO SEED-ACTIVE.

           MOVE SEED-SV-PATH TO CTL-IN-FILE-PATH.
           MOVE SEED-SV-FORMAT TO CTL-IN-FORMAT.
           MOVE SEED-SV-DIALECT TO CTL-IN-DIALECT.
           MOVE SEED-SV-REFEED TO CTL-REFEED-FLAG.
           MOVE SEED-SV-BATCH TO BATCH-MODE-FLAG.
           MOVE SEED-SV-RESTART TO CKPT-RESTART-FLAG.
           MOVE SEED-SV-PLIMIT TO PASS-LIMIT.
           COMPUTE PASS-NO = PASS-LIMIT + 1.
           MOVE SEED-SV-SEL TO SEL-COUNT.
           MOVE SEED-SV-SKIP TO CTL-SKIP-UNCH.
           MOVE SEED-SV-RECNO TO RECNO.
           MOVE SEED-SV-DATA TO DATA-COUNT.

           CLOSE SEED-REG-FILE.
           CALL "CBL_DELETE_FILE" USING CTL-SEED-WORK-PATH
             RETURNING ARCHIVE-RC.

           *> 序號回寫 (已發出者不論是否插入成功皆不再使用)
           OPEN OUTPUT SEED-SEQ-FILE.
           MOVE SPACES TO SEED-SEQ-REC.
           MOVE SEED-SEQ-NO TO SEED-SEQ-REC(1:8).
           WRITE SEED-SEQ-REC.
           CLOSE SEED-SEQ-FILE.

           MOVE SEED-OUT-CNT TO SEED-FMT.
           MOVE SEED-FAIL-CNT TO SEED-FMT2.
           MOVE "ADR0043I" TO RST-LAST-MSG.
           DISPLAY "ADR0043I SEED ADDRESSES INSERTED: "
             FUNCTION TRIM(SEED-FMT) " (NOT INSERTED: "
             FUNCTION TRIM(SEED-FMT2) ") - SEE "
             FUNCTION TRIM(CTL-SEED-REG-PATH).

      *******************************************************
      *> 共用段落：種子 SEED-I 是否插入業務單位 SEED-K 的郵寄
      *> (單位相符或不限，且國家不限或該單位本批有寄往該國)；
      *> 插入者發給種子代號並寫入工作檔
      *******************************************************
       SEED-WRITE-PARA.
           IF SEED-UNIT(SEED-I) NOT = SPACES
              AND SEED-UNIT(SEED-I) NOT =
                  FUNCTION UPPER-CASE(SEED-MBU(SEED-K))
             EXIT PARAGRAPH
           END-IF.
           IF SEED-CTRY(SEED-I) NOT = SPACES
             MOVE "N" TO SEED-HIT
             PERFORM VARYING SEED-J FROM 1 BY 1
                       UNTIL SEED-J > SEED-PAIR-COUNT
               IF SEED-P-CTRY(SEED-J) = SEED-CTRY(SEED-I)
                  AND SEED-P-UNIT(SEED-J) = SEED-MBU(SEED-K)
                 MOVE "Y" TO SEED-HIT
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF SEED-HIT = "N"
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF SEED-ISS-COUNT >= 2000 OR SEED-SEQ-NO >= 99999999
             IF SEED-FULL = "N"
               MOVE "Y" TO SEED-FULL
               MOVE "ADR0240W" TO RST-LAST-MSG
               DISPLAY "ADR0240W WARNING: SEED CODE LIMIT REACHED - "
                 "REMAINING SEEDS NOT INSERTED"
             END-IF
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SEED-ISS-COUNT SEED-SEQ-NO.
           MOVE SEED-I TO SEED-ISS-IDX(SEED-ISS-COUNT).
           MOVE SEED-MBU(SEED-K) TO SEED-ISS-UNIT(SEED-ISS-COUNT).
           *> 檢查碼 (ISO 7064 MOD 97-10)：整個代號除以 97 餘 1
           COMPUTE SEED-CHK = 98 - FUNCTION MOD(SEED-SEQ-NO * 100, 97).
           COMPUTE SEED-CODE-N = SEED-SEQ-NO * 100 + SEED-CHK.

           MOVE SPACES TO SEED-TXT.
           STRING
             SEED-CODE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-ORIG(SEED-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-EN(SEED-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-MBU(SEED-K)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-ATYPE(SEED-I)) DELIMITED BY SIZE
             ";;" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-NAME(SEED-I)) DELIMITED BY SIZE
             INTO SEED-TXT
           END-STRING.
           MOVE SEED-TXT TO SEED-WORK-REC.
           WRITE SEED-WORK-REC.

      *******************************************************
      *> 共用段落：本筆種子代號 (IF-DATA(1)) 對應的發出序位
      *> SEED-J 與種子 SEED-I (代號前 8 碼序號 - 本批起號)
      *******************************************************
       SEED-CUR-PARA.
           MOVE 0 TO SEED-J.
           IF IF-DATA(1)(1:8) IS NUMERIC
             COMPUTE SEED-J = FUNCTION NUMVAL(IF-DATA(1)(1:8))
               - SEED-SEQ-START
           END-IF.
           IF SEED-J < 1 OR SEED-J > SEED-ISS-COUNT
             MOVE 1 TO SEED-J
           END-IF.
           MOVE SEED-ISS-IDX(SEED-J) TO SEED-I.

      *******************************************************
      *> 共用段落：種子件進入輸出時登錄 SeedRegister.csv
      *> (郵寄代號未啟用郵寄登錄者留空)
      *******************************************************
       SEED-REG-PARA.
           PERFORM SEED-CUR-PARA.
           ADD 1 TO SEED-OUT-CNT.
           MOVE SPACES TO SEED-TXT.
           STRING
             FUNCTION TRIM(IF-DATA(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-ID(SEED-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-TYPE(SEED-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
               DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SEED-ISS-UNIT(SEED-J)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO SEED-TXT
           END-STRING.
           IF MRG-ACTIVE = "Y"
             STRING
               FUNCTION TRIM(SEED-TXT) DELIMITED BY SIZE
               FUNCTION TRIM(MRG-RUN-ID) DELIMITED BY SIZE
               INTO SEED-TXT
             END-STRING
           END-IF.
           STRING
             FUNCTION TRIM(SEED-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BATCH-NUMBER) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             EMB-RUN-DATE DELIMITED BY SIZE
             INTO SEED-TXT
           END-STRING.
           MOVE SEED-TXT TO SEED-REG-REC.
           WRITE SEED-REG-REC.
