               ASSIGN TO WS-GAP-REPORT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NORMALS-FILE ASSIGN TO WS-NORMALS-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO WS-EVENT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EVENT-REPORT-FILE
               ASSIGN TO WS-EVENT-REPORT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SITE-TXN-FILE ASSIGN TO WS-SITE-TXN-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SITE-TXN-ERROR-FILE
               ASSIGN TO WS-SITE-TXN-ERR-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SITE-JOURNAL-FILE
               ASSIGN TO WS-SITE-JOURNAL-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DAILY-EXTRACT-FILE
               ASSIGN TO WS-DAILY-EXTRACT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO WS-VERIFY-REPORT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO WS-SCHEDULE-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MONITOR-REPORT-FILE
               ASSIGN TO WS-MONITOR-REPORT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO WS-LOCK-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CYCLE-FILE
               ASSIGN TO WS-CYCLE-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CYCLE-STATUS-FILE
               ASSIGN TO WS-CYCLE-STATUS-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT QUALITY-REPORT-FILE
               ASSIGN TO WS-QUALITY-REPORT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-REPORT-FILE
               ASSIGN TO WS-ALERT-REPORT-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SITE-MASTER-FILE
               ASSIGN TO WS-SITE-MASTER-FILEPATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SITE-CODE
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OBS-OLD-FILE
               ASSIGN TO WS-OBS-OLD-FILEPATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-OBS-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ACCURACY-RECORD          PIC X(150).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD            PIC X(300).

       FD REJECT-FILE.
       01 REJECT-RECORD            PIC X(350).
       FD GAP-REPORT-FILE.
       01 GAP-REPORT-RECORD        PIC X(150).

       FD NORMALS-FILE.
       01 NORMALS-RECORD           PIC X(120).

       FD EVENT-FILE.
       01 EVENT-RECORD             PIC X(150).

       FD EVENT-REPORT-FILE.
       01 EVENT-REPORT-RECORD      PIC X(150).

       FD SITE-TXN-FILE.
       01 SITE-TXN-RECORD          PIC X(300).

       FD SITE-TXN-ERROR-FILE.
       01 SITE-TXN-ERROR-RECORD    PIC X(350).

       FD SITE-JOURNAL-FILE.
       01 SITE-JOURNAL-RECORD      PIC X(250).

       FD DAILY-EXTRACT-FILE.
       01 DAILY-EXTRACT-RECORD     PIC X(80).

       FD VERIFY-REPORT-FILE.
       01 VERIFY-REPORT-RECORD     PIC X(250).

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD          PIC X(100).

       FD MONITOR-REPORT-FILE.
       01 MONITOR-REPORT-RECORD    PIC X(200).

       FD LOCK-FILE.
       01 LOCK-RECORD              PIC X(80).

       FD CYCLE-FILE.
       01 CYCLE-RECORD             PIC X(300).

       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD      PIC X(100).

       FD QUALITY-REPORT-FILE.
       01 QUALITY-REPORT-RECORD    PIC X(200).

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-RECORD      PIC X(200).

       FD SITE-MASTER-FILE.
       01 SITE-MASTER-RECORD.
           05 SITE-CODE            PIC X(10).
      *> OBS-SOURCE is LIVE for fetched readings and BACKFILL for
      *> rows recovered from the archive API; OBS-ARCHIVED-FLAG is
      *> set by the month-end rollover once the record has been
      *> copied to its month's archive text file. OBS-VERIFY-FLAG
      *> is set on LIVE rows by the next-day check against the
      *> archive API - V verified, D disputed, blank not yet
      *> checked - with the date of the check in OBS-VERIFY-DATE.
       FD OBSERVATION-FILE.
       01 OBSERVATION-RECORD.
           05 OBS-KEY.
           05 OBS-HEAT-INDEX       PIC X(10).
           05 OBS-SOURCE           PIC X(8).
           05 OBS-ARCHIVED-FLAG    PIC X.
           05 OBS-VERIFY-FLAG      PIC X.
           05 OBS-VERIFY-DATE      PIC X(8).

      *> The site master as it was before the chill-min, degree-day
      *> base and group fields were added. Run mode C reads a
           05 OLD-SITE-PM25-MAX    PIC X(10).
           05 OLD-SITE-UV-MAX      PIC X(10).

      *> The observation store as it was before the verification
      *> fields were added. Run mode C reads a pre-change store
      *> renamed to cobol_weather_obs_old.dat through this layout
      *> and carries every reading into the current store.
       FD OBS-OLD-FILE.
       01 OBS-OLD-RECORD.
           05 OLD-OBS-KEY          PIC X(78).
           05 OLD-OBS-LAT          PIC X(12).
           05 OLD-OBS-LON          PIC X(12).
           05 OLD-OBS-TEMP         PIC X(10).
           05 OLD-OBS-FEELS        PIC X(10).
           05 OLD-OBS-HUMIDITY     PIC X(10).
           05 OLD-OBS-WIND         PIC X(10).
           05 OLD-OBS-WEATHER-CODE PIC X(5).
           05 OLD-OBS-DESC         PIC X(40).
           05 OLD-OBS-PRECIP       PIC X(10).
           05 OLD-OBS-PRESSURE     PIC X(10).
           05 OLD-OBS-UV           PIC X(10).
           05 OLD-OBS-PM25         PIC X(10).
           05 OLD-OBS-PM10         PIC X(10).
           05 OLD-OBS-DEW-POINT    PIC X(10).
           05 OLD-OBS-WIND-CHILL   PIC X(10).
           05 OLD-OBS-HEAT-INDEX   PIC X(10).
           05 OLD-OBS-SOURCE       PIC X(8).
           05 OLD-OBS-ARCHIVED-FLAG PIC X.

       WORKING-STORAGE SECTION.
      *> File paths
       01 WS-CITY-FILEPATH         PIC X(256).
       01 WS-ARCHIVE-FILEPATH      PIC X(256).
       01 WS-OBS-FILEPATH          PIC X(256).
       01 WS-SITE-OLD-FILEPATH     PIC X(256).
       01 WS-OBS-OLD-FILEPATH      PIC X(256).
       01 WS-MONTHLY-STATS-FILEPATH PIC X(256).
       01 WS-GAPDAY-FILEPATH       PIC X(256).
       01 WS-GAP-REPORT-FILEPATH   PIC X(256).
       01 WS-DEGDAY-FILEPATH       PIC X(256).
       01 WS-DEGDAY-REPORT-FILEPATH PIC X(256).
       01 WS-DEGDAY-CSV-FILEPATH   PIC X(256).
       01 WS-NORMALS-FILEPATH      PIC X(256).
       01 WS-EVENT-FILEPATH        PIC X(256).
       01 WS-EVENT-REPORT-FILEPATH PIC X(256).
       01 WS-SITE-TXN-FILEPATH     PIC X(256).
       01 WS-SITE-TXN-ERR-FILEPATH PIC X(256).
       01 WS-SITE-JOURNAL-FILEPATH PIC X(256).
       01 WS-DAILY-EXTRACT-FILEPATH PIC X(256).
       01 WS-VERIFY-REPORT-FILEPATH PIC X(256).
       01 WS-SCHEDULE-FILEPATH     PIC X(256).
       01 WS-MONITOR-REPORT-FILEPATH PIC X(256).
       01 WS-LOCK-FILEPATH         PIC X(256).
       01 WS-CYCLE-FILEPATH        PIC X(256).
       01 WS-CYCLE-STATUS-FILEPATH PIC X(256).
       01 WS-QUALITY-REPORT-FILEPATH PIC X(256).
       01 WS-ALERT-REPORT-FILEPATH PIC X(256).
       01 WS-FILE-STATUS           PIC XX.

      *> Threshold-based alerting
      *> every mode without piping keystrokes: the first argument
      *> is the run mode letter, later arguments are KEY=VALUE
      *> overrides (WATCHLIST=, REPORT=, HISTORY=, CSV=, STATS=,
      *> SITE=, MONTH=, START=, END=, GROUP=, TXN=). A bad or
      *> unknown argument fails fast with return code 8 instead of
      *> falling into the interactive prompt and hanging the job.
      *> No arguments at all keeps the interactive prompt.
       01 WS-ARG-COUNT             PIC 9(3) VALUE 0.
       01 WS-ARG-IDX               PIC 9(3).
       01 WS-ARG-VALUE             PIC X(256).
       01 WS-ARG-MONTH             PIC X(2).
       01 WS-ARG-START-DATE        PIC X(8).
       01 WS-ARG-END-DATE          PIC X(8).
       01 WS-ARG-CYCLE-DATE        PIC X(8) VALUE SPACES.
      *> Date range for the modes that report over a period, taken
      *> from START= and END= or the prompt; a blank end of the
      *> range is open (00000000 / 99999999).
       01 WS-RANGE-START-DATE      PIC X(8).
       01 WS-RANGE-END-DATE        PIC X(8).
       01 WS-RANGE-OK              PIC X VALUE "N".

      *> Batch watchlist mode
       01 WS-WATCHLIST-EOF         PIC X VALUE "N".
       01 WS-DD-EDIT-4             PIC -(5)9.9.
       01 WS-DD-BASE-EDIT          PIC -(5)9.9.

      *> Second-source backing of the days behind the degree-day,
      *> statistics and extract figures. A day takes its status
      *> from its LIVE readings' verify flags: D if any was
      *> disputed, V if all were verified, U if any is not yet
      *> checked, and A when the day holds archive backfill only.
      *> Tally 1 is the month (or the statistics range), tally 2
      *> the degree-day season.
       01 WS-VST-DAY-STATUS        PIC X.
       01 WS-VST-CUR-DATE          PIC X(8).
       01 WS-VST-SLOT              PIC 9.
       01 WS-VST-TALLIES.
           05 WS-VST-TALLY OCCURS 2 TIMES.
               10 WS-VST-DAYS      PIC 9(5).
               10 WS-VST-VERIFIED  PIC 9(5).
               10 WS-VST-DISPUTED  PIC 9(5).
               10 WS-VST-UNCHECKED PIC 9(5).
               10 WS-VST-ARCHIVE   PIC 9(5).
       01 WS-VST-LINE              PIC X(100).
       01 WS-VST-CSV-LEN           PIC 9(3).
       01 WS-VST-DAYS-EDIT         PIC Z(4)9.
       01 WS-VST-VERIFIED-EDIT     PIC Z(4)9.
       01 WS-VST-DISPUTED-EDIT     PIC Z(4)9.
       01 WS-VST-UNCHECKED-EDIT    PIC Z(4)9.
       01 WS-VST-ARCHIVE-EDIT      PIC Z(4)9.

      *> Year-over-year comparison (run mode Y): a site and a month
      *> number, compared across that month's per-month archive
      *> files for up to the last ten years - monthly min/avg/max
       01 WS-CONV-MONTHS           PIC 9(3).
       01 WS-CONV-SITES-LOADED     PIC 9(4) VALUE 0.
       01 WS-CONV-SITES-DUPS       PIC 9(4) VALUE 0.
       01 WS-CONV-OBS-LOADED       PIC 9(6) VALUE 0.
       01 WS-CONV-OBS-DUPS         PIC 9(6) VALUE 0.

      *> Gap backfill (run mode G): the observation store is walked
      *> in key order, so each site's records arrive together and
       01 WS-NIGHT-HOUR-OK         PIC X VALUE "N".
       01 WS-HOURLY-FETCH-OK       PIC X VALUE "N".

      *> Climate normals (run mode N): per site key and calendar day
      *> (MMDD), the mean temperature, wind and precipitation over
      *> every year on file, rebuilt from the observation store and
      *> the per-month archive files into NORMALS-FILE. Readings
      *> are first reduced to one daily mean per site-day, so a
      *> site fetched ten times a day weighs the same as one
      *> fetched once. The store holds everything archived since
      *> the conversion, so an archive row only counts when it is
      *> older than that site's first store record; each day slot
      *> also remembers the last year it took, so a day split
      *> across two stretches of an archive file is counted once.
      *> Day slots are indexed 1-366 through a leap year.
      *> Format: site|MMDD|temp|wind|precip|years
       01 WS-NRM-SITE-COUNT        PIC 9(3) VALUE 0.
       01 WS-NRM-SITE-IDX          PIC 9(3).
       01 WS-NRM-IDX-SEARCH        PIC 9(3).
       01 WS-NRM-DAY-IDX           PIC 9(3).
       01 WS-NRM-OVERFLOW          PIC X VALUE "N".
      *> Sites turned away once the table is full, counted once
      *> each for the summary (beyond 500 of them only "more").
       01 WS-NRM-DROP-COUNT        PIC 9(4) VALUE 0.
       01 WS-NRM-DROP-IDX          PIC 9(4).
       01 WS-NRM-DROP-FOUND        PIC X VALUE "N".
       01 WS-NRM-DROP-TABLE.
           05 WS-NRM-DROP-NAME OCCURS 500 TIMES PIC X(50).
       01 WS-NRM-SITE-TABLE.
           05 WS-NRM-SITE-ENTRY OCCURS 500 TIMES.
               10 WS-NRS-NAME      PIC X(50).
               10 WS-NRS-FIRST-DATE PIC X(8).
               10 WS-NRS-DAY OCCURS 366 TIMES.
                   15 WS-NRD-YEARS       PIC 9(3).
                   15 WS-NRD-LAST-YEAR   PIC X(4).
                   15 WS-NRD-TEMP-SUM    PIC S9(7)V99.
                   15 WS-NRD-WIND-SUM    PIC S9(7)V99.
                   15 WS-NRD-WIND-DAYS   PIC 9(3).
                   15 WS-NRD-PRECIP-SUM  PIC S9(7)V99.
                   15 WS-NRD-PRECIP-DAYS PIC 9(3).
       01 WS-NRM-CUR-SITE          PIC X(50).
       01 WS-NRM-CUR-DATE          PIC X(8).
       01 WS-NRM-CUR-IDX           PIC 9(3).
       01 WS-NRM-NEW-FIRST         PIC X(8).
       01 WS-NRM-DATE              PIC X(8).
       01 WS-NRM-DAY-OPEN          PIC X VALUE "N".
       01 WS-NRM-TEMP-SUM          PIC S9(9)V99.
       01 WS-NRM-TEMP-COUNT        PIC 9(4).
       01 WS-NRM-WIND-SUM          PIC S9(9)V99.
       01 WS-NRM-WIND-COUNT        PIC 9(4).
       01 WS-NRM-PRECIP-SUM        PIC S9(9)V99.
       01 WS-NRM-PRECIP-COUNT      PIC 9(4).
       01 WS-NRM-IN-SITE           PIC X(50).
       01 WS-NRM-IN-DATE           PIC X(8).
       01 WS-NRM-IN-TEMP           PIC X(10).
       01 WS-NRM-IN-WIND           PIC X(10).
       01 WS-NRM-IN-PRECIP         PIC X(10).
       01 WS-NRM-EOF               PIC X VALUE "N".
       01 WS-NRM-BASE-INT          PIC S9(7).
       01 WS-NRM-DATE-NUM          PIC 9(8).
       01 WS-NRM-MMDD              PIC X(4).
       01 WS-NRM-MEAN              PIC S9(5)V99.
       01 WS-NRM-LINES             PIC 9(6) VALUE 0.
       01 WS-NRM-ARCHIVE-USED      PIC 9(6) VALUE 0.
       01 WS-NRM-ARCHIVE-SKIPPED   PIC 9(6) VALUE 0.
       01 WS-NRM-STORE-USED        PIC 9(6) VALUE 0.
       01 WS-NRM-YEARS-EDIT        PIC Z(2)9.
       01 WS-NRM-WIND-TEXT         PIC X(10).
       01 WS-NRM-PRECIP-TEXT       PIC X(10).
      *> Departure from normal on the batch report and CSV export:
      *> the normals for yesterday, today and tomorrow are loaded at
      *> start-up (a site's local date can sit either side of the
      *> server's), and each reading is compared with its own site
      *> and local day. A departure beyond WS-NORMAL-DEPART-LIMIT
      *> degrees (CONFIG-FILE key NORMAL-DEPART-LIMIT, default 5) is
      *> flagged HIGH or LOW.
       01 WS-NORMAL-DEPART-LIMIT   PIC S9(3)V99 VALUE 5.
       01 WS-TNM-COUNT             PIC 9(4) VALUE 0.
       01 WS-TNM-IDX               PIC 9(4).
       01 WS-TNM-OVERFLOW          PIC X VALUE "N".
      *> Three days' normals for up to 500 sites.
       01 WS-TNM-TABLE.
           05 WS-TNM-ENTRY OCCURS 1500 TIMES.
               10 WS-TNM-SITE      PIC X(50).
               10 WS-TNM-MMDD      PIC X(4).
               10 WS-TNM-TEMP      PIC S9(5)V99.
               10 WS-TNM-YEARS     PIC 9(3).
       01 WS-TNM-MMDD-1            PIC X(4).
       01 WS-TNM-MMDD-2            PIC X(4).
       01 WS-TNM-MMDD-3            PIC X(4).
       01 WS-TNM-DATE-INT          PIC S9(7).
       01 WS-TNM-IN-FIELDS.
           05 WS-TNM-IN-SITE       PIC X(50).
           05 WS-TNM-IN-MMDD       PIC X(4).
           05 WS-TNM-IN-TEMP       PIC X(10).
           05 WS-TNM-IN-WIND       PIC X(10).
           05 WS-TNM-IN-PRECIP     PIC X(10).
           05 WS-TNM-IN-YEARS      PIC X(5).
       01 WS-NORMAL-FOUND          PIC X VALUE "N".
       01 WS-NORMAL-TEMP           PIC S9(5)V99.
       01 WS-NORMAL-YEARS          PIC 9(3).
       01 WS-NORMAL-DEPART         PIC S9(5)V99.
       01 WS-NORMAL-FLAG           PIC X(4).
       01 WS-NORMAL-EDIT           PIC -(4)9.99.
       01 WS-DEPART-EDIT           PIC +(4)9.99.

      *> Weather event register (run mode V): the observation store
      *> is walked in key order, each site-day reduced to its mean,
      *> minimum, maximum wind and total precipitation, and four
      *> runs kept per site - heatwave (daily mean above
      *> EVENT-HEAT-TEMP), cold spell (daily minimum below the
      *> site's SITE-TEMP-MIN), dry spell (no precipitation) and
      *> wind storm (daily maximum wind above the site's
      *> SITE-WIND-MAX). A run opens on the first qualifying day,
      *> extends on each consecutive one, and closes on the first
      *> day that does not qualify or a missing day; one at least
      *> its type's minimum length becomes an event. A run still
      *> going at the end of the data is written as OPEN. The
      *> register and the by-group report are rebuilt each run.
      *> Temperatures and winds are taken in metric (C, km/h) on
      *> any install, as the site limits are; peaks are metric too.
      *> Register format: site|group|type|start|end|days|peak|status
       01 WS-EVT-HEAT-TEMP         PIC S9(3)V99 VALUE 25.
       01 WS-EVT-MIN-DAYS          PIC 9(3) VALUE 3.
       01 WS-EVT-DRY-DAYS          PIC 9(3) VALUE 7.
       01 WS-EVT-WIND-DAYS         PIC 9(3) VALUE 1.
       01 WS-EVT-EOF               PIC X VALUE "N".
       01 WS-EVT-SITE-OPEN         PIC X VALUE "N".
       01 WS-EVT-SITE-SKIP         PIC X VALUE "N".
       01 WS-EVT-CUR-SITE          PIC X(50).
       01 WS-EVT-GROUP             PIC X(12).
       01 WS-EVT-TEMP-LIMIT-SET    PIC X VALUE "N".
       01 WS-EVT-TEMP-LIMIT        PIC S9(5)V99.
       01 WS-EVT-WIND-LIMIT-SET    PIC X VALUE "N".
       01 WS-EVT-WIND-LIMIT        PIC S9(5)V99.
       01 WS-EVT-CUR-DATE          PIC X(8).
       01 WS-EVT-DAY-OPEN          PIC X VALUE "N".
       01 WS-EVT-TEMP-SUM          PIC S9(9)V99.
       01 WS-EVT-TEMP-COUNT        PIC 9(4).
       01 WS-EVT-TEMP-MIN          PIC S9(5)V99.
       01 WS-EVT-WIND-MAX          PIC S9(5)V99.
       01 WS-EVT-WIND-COUNT        PIC 9(4).
       01 WS-EVT-PRECIP-SUM        PIC S9(7)V99.
       01 WS-EVT-PRECIP-COUNT      PIC 9(4).
       01 WS-EVT-DAY-MEAN          PIC S9(5)V99.
       01 WS-EVT-DAY-INT           PIC S9(7).
       01 WS-EVT-PREV-INT          PIC S9(7) VALUE 0.
       01 WS-EVT-HIT               PIC X.
       01 WS-EVT-VALUE             PIC S9(5)V99.
       01 WS-EVT-TYPE-IDX          PIC 9.
       01 WS-EVT-RUN-TABLE.
           05 WS-EVT-RUN OCCURS 4 TIMES.
               10 WS-EVR-DAYS      PIC 9(4).
               10 WS-EVR-START     PIC X(8).
               10 WS-EVR-END       PIC X(8).
               10 WS-EVR-PEAK      PIC S9(5)V99.
       01 WS-EVT-TYPE-NAME         PIC X(10).
       01 WS-EVT-NEEDED-DAYS       PIC 9(3).
       01 WS-EVT-STATUS            PIC X(6).
       01 WS-EVT-COUNT             PIC 9(4) VALUE 0.
       01 WS-EVT-IDX               PIC 9(4).
       01 WS-EVT-OVERFLOW          PIC X VALUE "N".
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 500 TIMES.
               10 WS-EVE-SITE      PIC X(50).
               10 WS-EVE-GROUP     PIC X(12).
               10 WS-EVE-TYPE      PIC X(10).
               10 WS-EVE-START     PIC X(8).
               10 WS-EVE-END       PIC X(8).
               10 WS-EVE-DAYS      PIC 9(4).
               10 WS-EVE-PEAK      PIC S9(5)V99.
               10 WS-EVE-STATUS    PIC X(6).
       01 WS-EVT-GRP-COUNT         PIC 99 VALUE 0.
       01 WS-EVT-GRP-IDX           PIC 99.
       01 WS-EVT-GRP-FOUND         PIC X.
       01 WS-EVT-GRP-OVERFLOW      PIC X VALUE "N".
       01 WS-EVT-GRP-TABLE.
           05 WS-EVT-GRP-NAME OCCURS 50 TIMES PIC X(12).
       01 WS-EVT-GRP-TYPE-COUNTS.
           05 WS-EVT-GRP-TYPE-N OCCURS 4 TIMES PIC 9(4).
       01 WS-EVT-GRP-TOTAL         PIC 9(4).
       01 WS-EVT-TOTAL-WRITTEN     PIC 9(6) VALUE 0.
       01 WS-EVT-DAYS-EDIT         PIC Z(3)9.
       01 WS-EVT-COUNT-EDIT-1      PIC Z(3)9.
       01 WS-EVT-COUNT-EDIT-2      PIC Z(3)9.
       01 WS-EVT-COUNT-EDIT-3      PIC Z(3)9.
       01 WS-EVT-COUNT-EDIT-4      PIC Z(3)9.
       01 WS-EVT-PEAK-UNIT         PIC X(5).
       01 WS-EVT-OPEN-NOTE         PIC X(14).

      *> Bulk site master maintenance (run mode T): one transaction
      *> per line of SITE-TXN-FILE, keyed by site code -
      *>   action|code|name|lat|lon|timezone|group|windmax|tempmin|
      *>   precipmax|pm25max|uvmax|chillmin|ddbase|active|source
      *> action A adds, C changes, D deactivates. On a change a
      *> blank field keeps the stored value and "-" clears it. Each
      *> transaction is validated against the record it would
      *> leave on the master; a bad one goes to the error listing
      *> with its reason and changes nothing, a good one is applied
      *> and every field it changed is journalled old and new with
      *> the run stamp and the transaction's source (the
      *> transaction file name when the source field is blank).
      *> Lines that are blank or start with "*" are skipped.
       01 WS-TXN-EOF               PIC X VALUE "N".
       01 WS-TXN-LINE-NUM          PIC 9(6) VALUE 0.
       01 WS-TXN-READ              PIC 9(6) VALUE 0.
       01 WS-TXN-APPLIED           PIC 9(6) VALUE 0.
       01 WS-TXN-REJECTED          PIC 9(6) VALUE 0.
       01 WS-TXN-JOURNALLED        PIC 9(6) VALUE 0.
       01 WS-TXN-REASON            PIC X(25).
      *> Wider than the master fields, so an over-length value is
      *> seen and rejected rather than cut short and applied.
       01 WS-TXN-FIELDS.
           05 WS-TXN-ACTION        PIC X(10).
           05 WS-TXN-CODE          PIC X(20).
           05 WS-TXN-NAME          PIC X(100).
           05 WS-TXN-LAT           PIC X(24).
           05 WS-TXN-LON           PIC X(24).
           05 WS-TXN-TIMEZONE      PIC X(60).
           05 WS-TXN-GROUP         PIC X(24).
           05 WS-TXN-WIND-MAX      PIC X(20).
           05 WS-TXN-TEMP-MIN      PIC X(20).
           05 WS-TXN-PRECIP-MAX    PIC X(20).
           05 WS-TXN-PM25-MAX      PIC X(20).
           05 WS-TXN-UV-MAX        PIC X(20).
           05 WS-TXN-CHILL-MIN     PIC X(20).
           05 WS-TXN-DD-BASE       PIC X(20).
           05 WS-TXN-ACTIVE        PIC X(5).
           05 WS-TXN-SOURCE        PIC X(80).
       01 WS-TXN-OVERFLOW          PIC X.
      *> The master record as it stood before the transaction -
      *> same layout as SITE-MASTER-RECORD, blank for an add.
       01 WS-TXN-BEFORE.
           05 WS-TXB-CODE          PIC X(10).
           05 WS-TXB-NAME          PIC X(50).
           05 WS-TXB-LAT           PIC X(12).
           05 WS-TXB-LON           PIC X(12).
           05 WS-TXB-TIMEZONE      PIC X(30).
           05 WS-TXB-ACTIVE-FLAG   PIC X.
           05 WS-TXB-WIND-MAX      PIC X(10).
           05 WS-TXB-TEMP-MIN      PIC X(10).
           05 WS-TXB-PRECIP-MAX    PIC X(10).
           05 WS-TXB-PM25-MAX      PIC X(10).
           05 WS-TXB-UV-MAX        PIC X(10).
           05 WS-TXB-CHILL-MIN     PIC X(10).
           05 WS-TXB-DD-BASE       PIC X(10).
           05 WS-TXB-GROUP         PIC X(12).
       01 WS-TXN-CHECK-VALUE       PIC X(10).
       01 WS-TXN-CHECK-NAME        PIC X(12).
       01 WS-TXN-CHECK-NONNEG      PIC X VALUE "N".
       01 WS-TXN-NUM               PIC S9(5)V9(4).
       01 WS-JNL-FIELD             PIC X(12).
       01 WS-JNL-OLD               PIC X(50).
       01 WS-JNL-NEW               PIC X(50).
       01 WS-TXN-LINE-EDIT         PIC Z(5)9.

      *> Daily site summary extract (run mode X). Every record is
      *> 80 bytes: one header, one detail per site per day, one
      *> trailer carrying the record counts and hash totals. All
      *> figures are metric whatever the display units.
       01 WS-XTR-HEADER.
           05 WS-XTH-TYPE          PIC X VALUE "H".
           05 WS-XTH-SOURCE        PIC X(12) VALUE "WEATHER-APP".
           05 WS-XTH-UNITS         PIC X(8) VALUE "METRIC".
           05 WS-XTH-EXTRACT-DATE  PIC X(8).
           05 WS-XTH-EXTRACT-TIME  PIC X(6).
           05 WS-XTH-START-DATE    PIC X(8).
           05 WS-XTH-END-DATE      PIC X(8).
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-XTR-DETAIL.
           05 WS-XTD-TYPE          PIC X VALUE "D".
           05 WS-XTD-SITE          PIC X(10).
           05 WS-XTD-DATE          PIC X(8).
      *> O = observed, M = missing (active site, no readings)
           05 WS-XTD-STATUS        PIC X.
           05 WS-XTD-READINGS      PIC 9(4).
           05 WS-XTD-MIN-TEMP      PIC -9(3).99.
           05 WS-XTD-MAX-TEMP      PIC -9(3).99.
           05 WS-XTD-MEAN-TEMP     PIC -9(3).99.
           05 WS-XTD-PRECIP        PIC 9(4).99.
           05 WS-XTD-MAX-WIND      PIC 9(4).99.
           05 WS-XTD-DD-BASE       PIC -9(3).99.
           05 WS-XTD-HDD           PIC 9(3).99.
           05 WS-XTD-CDD           PIC 9(3).99.
      *> V / D / U / A as in WS-VST-DAY-STATUS; blank when missing
           05 WS-XTD-VERIFY        PIC X.
           05 FILLER               PIC X VALUE SPACES.
       01 WS-XTR-TRAILER.
           05 WS-XTT-TYPE          PIC X VALUE "T".
           05 WS-XTT-RECORDS       PIC 9(7).
           05 WS-XTT-OBSERVED      PIC 9(7).
           05 WS-XTT-MISSING       PIC 9(7).
           05 WS-XTT-MIN-HASH      PIC -9(8).99.
           05 WS-XTT-MAX-HASH      PIC -9(8).99.
           05 WS-XTT-MEAN-HASH     PIC -9(8).99.
           05 WS-XTT-HDD-HASH      PIC 9(8).99.
           05 WS-XTT-CDD-HASH      PIC 9(8).99.
       01 WS-XTR-EOF               PIC X VALUE "N".
       01 WS-XTR-DAY-DONE          PIC X VALUE "N".
       01 WS-XTR-START-INT         PIC 9(8).
       01 WS-XTR-END-INT           PIC 9(8).
       01 WS-XTR-DATE-INT          PIC 9(8).
       01 WS-XTR-DATE-NUM          PIC 9(8).
       01 WS-XTR-DATE              PIC X(8).
       01 WS-XTR-SITE-ACTIVE       PIC X VALUE "N".
       01 WS-XTR-DAY-COUNT         PIC 9(4).
       01 WS-XTR-DAY-MIN           PIC S9(5)V99.
       01 WS-XTR-DAY-MAX           PIC S9(5)V99.
       01 WS-XTR-DAY-PRECIP        PIC S9(7)V99.
       01 WS-XTR-DAY-WIND          PIC S9(5)V99.
       01 WS-XTR-NUM               PIC S9(5)V99.
       01 WS-XTR-OUT-MIN           PIC S9(3)V99.
       01 WS-XTR-OUT-MAX           PIC S9(3)V99.
       01 WS-XTR-OUT-MEAN          PIC S9(3)V99.
       01 WS-XTR-OUT-HDD           PIC S9(3)V99.
       01 WS-XTR-OUT-CDD           PIC S9(3)V99.
       01 WS-XTR-RECORDS           PIC 9(7) VALUE 0.
       01 WS-XTR-OBSERVED          PIC 9(7) VALUE 0.
       01 WS-XTR-MISSING           PIC 9(7) VALUE 0.
       01 WS-XTR-SITES             PIC 9(5) VALUE 0.
       01 WS-XTR-MIN-HASH          PIC S9(8)V99 VALUE 0.
       01 WS-XTR-MAX-HASH          PIC S9(8)V99 VALUE 0.
       01 WS-XTR-MEAN-HASH         PIC S9(8)V99 VALUE 0.
       01 WS-XTR-HDD-HASH          PIC S9(8)V99 VALUE 0.
       01 WS-XTR-CDD-HASH          PIC S9(8)V99 VALUE 0.

      *> Next-day verification (run mode K). LIVE site-days not yet
      *> checked are queued in key order, then each is compared
      *> with the archive API's summary for that day: the stored
      *> mean temperature and humidity and the maximum wind
      *> against the archive's. Tolerances are in display units.
       01 WS-VFY-TEMP-TOL          PIC S9(3)V99 VALUE 3.
       01 WS-VFY-HUM-TOL           PIC S9(3)V99 VALUE 15.
       01 WS-VFY-WIND-TOL          PIC S9(3)V99 VALUE 10.
       01 WS-VFY-EOF               PIC X VALUE "N".
       01 WS-VFY-DAY-OPEN          PIC X VALUE "N".
       01 WS-VFY-DAY-NEEDED        PIC X VALUE "N".
       01 WS-VFY-DAY-DONE          PIC X VALUE "N".
       01 WS-VFY-OVERFLOW          PIC X VALUE "N".
       01 WS-VFY-END-DATE          PIC X(8).
       01 WS-VFY-DATE-INT          PIC 9(8).
       01 WS-VFY-DATE-NUM          PIC 9(8).
       01 WS-VFY-CUR-SITE          PIC X(50).
       01 WS-VFY-CUR-DATE          PIC X(8).
       01 WS-VFY-CUR-LAT           PIC X(12).
       01 WS-VFY-CUR-LON           PIC X(12).
       01 WS-VFY-TEMP-SUM          PIC S9(9)V99.
       01 WS-VFY-TEMP-COUNT        PIC 9(4).
       01 WS-VFY-HUM-SUM           PIC S9(9)V99.
       01 WS-VFY-HUM-COUNT         PIC 9(4).
       01 WS-VFY-WIND-MAX          PIC S9(5)V99.
       01 WS-VFY-WIND-COUNT        PIC 9(4).
       01 WS-VFY-COUNT             PIC 9(4) VALUE 0.
       01 WS-VFY-IDX               PIC 9(4) VALUE 0.
       01 WS-VFY-TABLE.
           05 WS-VFY-ENTRY OCCURS 2000 TIMES.
               10 WS-VFE-SITE      PIC X(50).
               10 WS-VFE-DATE      PIC X(8).
               10 WS-VFE-LAT       PIC X(12).
               10 WS-VFE-LON       PIC X(12).
               10 WS-VFE-TEMP      PIC S9(5)V99.
               10 WS-VFE-HUM       PIC S9(5)V99.
               10 WS-VFE-HUM-OK    PIC X.
               10 WS-VFE-WIND      PIC S9(5)V99.
               10 WS-VFE-WIND-OK   PIC X.
       01 WS-VFY-QUEUED            PIC 9(6) VALUE 0.
       01 WS-VFY-VERIFIED          PIC 9(6) VALUE 0.
       01 WS-VFY-DISPUTED          PIC 9(6) VALUE 0.
       01 WS-VFY-NOT-CHECKED       PIC 9(6) VALUE 0.
       01 WS-VFY-MARKED            PIC 9(6) VALUE 0.
       01 WS-VFY-ARC-TEMP          PIC S9(5)V99.
       01 WS-VFY-ARC-HUM           PIC S9(5)V99.
       01 WS-VFY-ARC-WIND          PIC S9(5)V99.
       01 WS-VFY-DIFF              PIC S9(5)V99.
       01 WS-VFY-RESULT            PIC X.
       01 WS-VFY-REASON            PIC X(40).
       01 WS-VFY-DASH-DATE         PIC X(10).
       01 WS-VFY-SEG-TEMP          PIC X(50).
       01 WS-VFY-SEG-HUM           PIC X(50).
       01 WS-VFY-SEG-WIND          PIC X(50).
       01 WS-VFY-MARK              PIC X(2).

      *> Run-history monitor (run mode O). The run log is read
      *> into a table of runs for the window; the expected
      *> schedule comes from SCHEDULE-FILE.
       01 WS-RMN-DAYS              PIC 9(3) VALUE 14.
       01 WS-RMN-DURATION-PCT      PIC 9(4) VALUE 150.
       01 WS-RMN-TREND-RUNS        PIC 9(2) VALUE 3.
       01 WS-RMN-EOF               PIC X VALUE "N".
       01 WS-RMN-OVERFLOW          PIC X VALUE "N".
       01 WS-RMN-START-DATE        PIC X(8).
       01 WS-RMN-END-DATE          PIC X(8).
       01 WS-RMN-CHECK-END         PIC X(8).
       01 WS-RMN-DATE              PIC X(8).
       01 WS-RMN-DATE-NUM          PIC 9(8).
       01 WS-RMN-DATE-INT          PIC 9(8).
       01 WS-RMN-END-INT           PIC 9(8).
       01 WS-RMN-FIELDS.
           05 WS-RMN-FLD           PIC X(40) OCCURS 12 TIMES.
       01 WS-RMN-FLD-IDX           PIC 9(2).
       01 WS-RMN-KEY               PIC X(20).
       01 WS-RMN-VALUE             PIC X(20).
       01 WS-RMN-R-START           PIC X(15).
       01 WS-RMN-R-END             PIC X(15).
       01 WS-RMN-R-MODE            PIC X.
       01 WS-RMN-R-FAILED          PIC 9(6).
       01 WS-RMN-R-REJECTS         PIC 9(6).
       01 WS-RMN-R-PARKED          PIC X.
       01 WS-RMN-R-RC              PIC 9(4).
       01 WS-RMN-SECS-START        PIC 9(12).
       01 WS-RMN-SECS-END          PIC 9(12).
       01 WS-RMN-RUN-COUNT         PIC 9(4) VALUE 0.
       01 WS-RMN-RUN-TABLE.
           05 WS-RMN-RUN OCCURS 3000 TIMES.
               10 WS-MNR-MODE      PIC X.
               10 WS-MNR-START     PIC X(15).
               10 WS-MNR-DURATION  PIC S9(7).
               10 WS-MNR-FAILED    PIC 9(6).
               10 WS-MNR-REJECTS   PIC 9(6).
               10 WS-MNR-PARKED    PIC X.
               10 WS-MNR-RC        PIC 9(4).
       01 WS-RMN-SCHED-COUNT       PIC 9(2) VALUE 0.
       01 WS-RMN-SCHED-TABLE.
           05 WS-RMN-SCHED OCCURS 50 TIMES.
               10 WS-MNS-MODE      PIC X.
               10 WS-MNS-FREQ      PIC X(8).
               10 WS-MNS-PARAM     PIC X(10).
       01 WS-RMN-SCHED-FIELDS.
           05 WS-RMN-SF-MODE       PIC X(10).
           05 WS-RMN-SF-FREQ       PIC X(10).
           05 WS-RMN-SF-PARAM      PIC X(10).
       01 WS-RMN-MODE-COUNT        PIC 9(2) VALUE 0.
       01 WS-RMN-MODE-TABLE.
           05 WS-MNM-MODE          PIC X OCCURS 40 TIMES.
       01 WS-RMN-IDX               PIC 9(4).
       01 WS-RMN-IDX-2             PIC 9(4).
       01 WS-RMN-SCHED-IDX         PIC 9(2).
       01 WS-RMN-MODE-IDX          PIC 9(2).
       01 WS-RMN-CUR-MODE          PIC X.
       01 WS-RMN-FOUND             PIC X.
       01 WS-RMN-DUE               PIC X.
       01 WS-RMN-WEEKDAY           PIC 9.
       01 WS-RMN-WANT-DAY          PIC 9.
       01 WS-RMN-MODE-RUNS         PIC 9(4).
       01 WS-RMN-MODE-FAILS        PIC 9(4).
       01 WS-RMN-STREAK            PIC 9(4).
       01 WS-RMN-LONGEST           PIC 9(4).
       01 WS-RMN-PARKED-STREAK     PIC 9(4).
       01 WS-RMN-LAST-IDX          PIC 9(4).
       01 WS-RMN-DUR-SUM           PIC S9(9).
       01 WS-RMN-DUR-COUNT         PIC 9(4).
       01 WS-RMN-DUR-AVG           PIC S9(7).
       01 WS-RMN-DUR-PCT           PIC 9(5).
       01 WS-RMN-TREND-WHICH       PIC X.
       01 WS-RMN-TREND-N           PIC 9(2).
       01 WS-RMN-TREND-RISING      PIC X.
       01 WS-RMN-TREND-VALUES.
           05 WS-RMN-TREND-VAL     PIC 9(6) OCCURS 20 TIMES.
       01 WS-RMN-TREND-TEXT        PIC X(60).
       01 WS-RMN-TREND-EDIT        PIC Z(5)9.
       01 WS-RMN-TREND-NAME        PIC X(16).
       01 WS-RMN-MISSED            PIC 9(4) VALUE 0.
       01 WS-RMN-FAILED-RUNS       PIC 9(4) VALUE 0.
       01 WS-RMN-ATTENTION         PIC 9(4) VALUE 0.
       01 WS-RMN-SEVERE            PIC X VALUE "N".
       01 WS-RMN-DUR-EDIT          PIC Z(6)9.
       01 WS-RMN-DUR-EDIT-2        PIC Z(6)9.
       01 WS-RMN-PCT-EDIT          PIC Z(4)9.


      *> Run interlock. Modes that write the observation store,
      *> site master, alert state or alert spool hold LOCK-FILE
      *> (mode|start stamp|process id) for the life of the run.
       01 WS-LOCK-WAIT-SECS        PIC 9(5) VALUE 0.
       01 WS-LOCK-STALE-HOURS      PIC 9(3) VALUE 12.
       01 WS-LOCK-POLL-SECS        PIC 9(3) VALUE 30.
       01 WS-LOCK-NEEDED           PIC X VALUE "N".
       01 WS-LOCK-HELD             PIC X VALUE "N".
       01 WS-LOCK-STALE            PIC X VALUE "N".
       01 WS-LOCK-WAITED           PIC 9(5) VALUE 0.
       01 WS-LOCK-SLEEP            PIC 9(5).
       01 WS-LOCK-OWN-PID          PIC X(10).
       01 WS-LOCK-HOLDER.
           05 WS-LOCK-HOLDER-MODE  PIC X(10).
           05 WS-LOCK-HOLDER-START PIC X(15).
           05 WS-LOCK-HOLDER-PID   PIC X(10).
       01 WS-LOCK-REASON           PIC X(60).
       01 WS-LOCK-NOTE             PIC X(60) VALUE SPACES.
       01 WS-LOCK-SECS-NOW         PIC 9(12).
       01 WS-LOCK-SECS-HELD        PIC 9(12).
       01 WS-LOCK-HOURS-HELD       PIC 9(7).
       01 WS-LOCK-EDIT             PIC Z(4)9.
       01 WS-LOCK-ESCAPED-PATH     PIC X(300).
       01 WS-RUNLOG-LEN            PIC 9(3).

      *> Daily cycle (run mode A). The steps come from CYCLE-FILE;
      *> their progress is kept in CYCLE-STATUS-FILE so a rerun
      *> picks up where the last attempt stopped.
       01 WS-CYC-PROGRAM           PIC X(100) VALUE "./weather".
       01 WS-CYC-DATE              PIC X(8).
       01 WS-CYC-STARTED           PIC X(15).
       01 WS-CYC-STAMP             PIC X(15).
       01 WS-CYC-EOF               PIC X VALUE "N".
       01 WS-CYC-RERUN             PIC X VALUE "N".
       01 WS-CYC-STEP-COUNT        PIC 9(2) VALUE 0.
       01 WS-CYC-STEP-TABLE.
           05 WS-CYC-STEP OCCURS 20 TIMES.
               10 WS-CST-MODE      PIC X.
               10 WS-CST-RUN-ON    PIC X(5).
               10 WS-CST-DEPENDS   PIC X(10).
               10 WS-CST-ARGS      PIC X(200).
               10 WS-CST-STATUS    PIC X(8).
               10 WS-CST-RC        PIC 9(4).
               10 WS-CST-START     PIC X(15).
               10 WS-CST-END       PIC X(15).
       01 WS-CYC-CTL-FIELDS.
           05 WS-CYC-CF-MODE       PIC X(10).
           05 WS-CYC-CF-RUN-ON     PIC X(10).
           05 WS-CYC-CF-DEPENDS    PIC X(20).
           05 WS-CYC-CF-ARGS       PIC X(200).
       01 WS-CYC-STS-FIELDS.
           05 WS-CYC-SF-TYPE       PIC X(10).
           05 WS-CYC-SF-MODE       PIC X(15).
           05 WS-CYC-SF-STATUS     PIC X(15).
           05 WS-CYC-SF-RC         PIC X(15).
           05 WS-CYC-SF-START      PIC X(15).
           05 WS-CYC-SF-END        PIC X(15).
       01 WS-CYC-IDX               PIC 9(2).
       01 WS-CYC-IDX-2             PIC 9(2).
       01 WS-CYC-DEP-IDX           PIC 9(2).
       01 WS-CYC-DEP-MODE          PIC X.
       01 WS-CYC-DEP-FOUND         PIC X.
       01 WS-CYC-BLOCKED           PIC X.
       01 WS-CYC-BLOCKED-BY        PIC X.
       01 WS-CYC-STEP-RC           PIC 9(4).
       01 WS-CYC-DONE-COUNT        PIC 9(2).
       01 WS-CYC-FAIL-COUNT        PIC 9(2).
       01 WS-CYC-SKIP-COUNT        PIC 9(2).
       01 WS-CYC-WARN-COUNT        PIC 9(2).
       01 WS-CYC-RESULT            PIC X(5).
       01 WS-CYC-NOTE              PIC X(160) VALUE SPACES.
       01 WS-CYC-LINE              PIC X(200).
       01 WS-CYC-RC-EDIT           PIC Z(3)9.

      *> Monthly-pack date range (GET-PACK-DATE-RANGE).
       01 WS-PACK-DATE             PIC X(8).
       01 WS-PACK-DATE-NUM         PIC 9(8).
       01 WS-PACK-DATE-INT         PIC 9(8).
       01 WS-PACK-START-INT        PIC 9(8).
       01 WS-PACK-END-INT          PIC 9(8).
      *> Data quality scorecard (run mode Q). One table entry per
      *> scored site and per group; reject reasons are collected
      *> as they are met in REJECT-FILE.
       01 WS-DQ-MIN-GRADE          PIC X VALUE "C".
       01 WS-DQ-CUR-DATE           PIC X(8).
       01 WS-DQ-DAY-LIVE           PIC X.
       01 WS-DQ-SCAN-DONE          PIC X.
       01 WS-DQ-EOF                PIC X.
       01 WS-DQ-INACTIVE           PIC 9(4) VALUE 0.
       01 WS-DQ-OVERFLOW           PIC X VALUE "N".
       01 WS-DQ-REJ-UNMATCHED      PIC 9(6) VALUE 0.
       01 WS-DQ-REASON-COUNT       PIC 9(2) VALUE 0.
       01 WS-DQ-REASON-TABLE.
           05 WS-DQ-REASON         PIC X(24) OCCURS 10 TIMES.
       01 WS-DQ-SITE-COUNT         PIC 9(4) VALUE 0.
       01 WS-DQ-SITE-TABLE.
           05 WS-DQ-SITE OCCURS 500 TIMES.
               10 WS-DQS-CODE      PIC X(10).
               10 WS-DQS-NAME      PIC X(50).
               10 WS-DQS-GROUP     PIC X(12).
               10 WS-DQS-EXPECTED  PIC 9(5).
               10 WS-DQS-OBSERVED  PIC 9(5).
               10 WS-DQS-BACKFILL  PIC 9(5).
               10 WS-DQS-READINGS  PIC 9(7).
               10 WS-DQS-LIVE      PIC 9(7).
               10 WS-DQS-PM-BLANK  PIC 9(7).
               10 WS-DQS-REJECTS   PIC 9(5).
               10 WS-DQS-REASON-N  PIC 9(5) OCCURS 10 TIMES.
               10 WS-DQS-SCORE     PIC 9(3)V9.
               10 WS-DQS-GRADE     PIC X.
       01 WS-DQ-GROUP-COUNT        PIC 9(2) VALUE 0.
       01 WS-DQ-GROUP-TABLE.
           05 WS-DQ-GROUP OCCURS 50 TIMES.
               10 WS-DQG-NAME      PIC X(12).
               10 WS-DQG-SITES     PIC 9(4).
               10 WS-DQG-EXPECTED  PIC 9(7).
               10 WS-DQG-OBSERVED  PIC 9(7).
               10 WS-DQG-BACKFILL  PIC 9(7).
               10 WS-DQG-READINGS  PIC 9(9).
               10 WS-DQG-LIVE      PIC 9(9).
               10 WS-DQG-PM-BLANK  PIC 9(9).
               10 WS-DQG-REJECTS   PIC 9(7).
               10 WS-DQG-BELOW     PIC 9(4).
       01 WS-DQ-IDX                PIC 9(4).
       01 WS-DQ-GRP-IDX            PIC 9(2).
       01 WS-DQ-RSN-IDX            PIC 9(2).
       01 WS-DQ-PASS               PIC 9.
       01 WS-DQ-BELOW-COUNT        PIC 9(4) VALUE 0.
       01 WS-DQ-REJ-FIELDS.
           05 WS-DQ-REJ-DATE       PIC X(8).
           05 WS-DQ-REJ-CITY       PIC X(60).
           05 WS-DQ-REJ-REASON     PIC X(24).
      *> Working figures for one scorecard line, site or group.
       01 WS-DQ-CALC.
           05 WS-DQC-EXPECTED      PIC 9(7).
           05 WS-DQC-OBSERVED      PIC 9(7).
           05 WS-DQC-BACKFILL      PIC 9(7).
           05 WS-DQC-READINGS      PIC 9(9).
           05 WS-DQC-LIVE          PIC 9(9).
           05 WS-DQC-PM-BLANK      PIC 9(9).
           05 WS-DQC-REJECTS       PIC 9(7).
           05 WS-DQC-OBS-PCT       PIC 9(3)V9.
           05 WS-DQC-BF-PCT        PIC 9(3)V9.
           05 WS-DQC-PM-PCT        PIC 9(3)V9.
           05 WS-DQC-REJ-PCT       PIC 9(3)V9.
           05 WS-DQC-SCORE         PIC S9(4)V9.
           05 WS-DQC-GRADE         PIC X.
       01 WS-DQ-PCT-EDIT           PIC ZZ9.9.
       01 WS-DQ-PCT-EDIT-2         PIC ZZ9.9.
       01 WS-DQ-PCT-EDIT-3         PIC ZZ9.9.
       01 WS-DQ-SCORE-EDIT         PIC ZZ9.9.
       01 WS-DQ-CNT-EDIT           PIC Z(6)9.
       01 WS-DQ-CNT-EDIT-2         PIC Z(6)9.
       01 WS-DQ-CNT-EDIT-3         PIC Z(6)9.
       01 WS-DQ-LINE               PIC X(200).
       01 WS-DQ-LABEL              PIC X(12).
       01 WS-DQ-LABEL-2            PIC X(12).
       01 WS-DQ-MARK               PIC X(12).
       01 WS-DQ-LINE-LEN           PIC 9(3).

      *> Alert performance report (run mode P). Raises are paired
      *> with their clears through the open-alert table, counted
      *> per site, group and measure in the stats table; FORECAST
      *> warnings are scored against the store in the forecast
      *> tables.
       01 WS-APR-EOF               PIC X.
       01 WS-APR-SCAN-DONE         PIC X.
       01 WS-APR-OBS-OPEN          PIC X.
       01 WS-APR-OVERFLOW          PIC X VALUE "N".
       01 WS-APR-BAD-LINES         PIC 9(6) VALUE 0.
       01 WS-APR-LOG-LINES         PIC 9(7) VALUE 0.
       01 WS-APR-FIELDS.
           05 WS-APR-F-DATE        PIC X(8).
           05 WS-APR-F-SITE        PIC X(60).
           05 WS-APR-F-EVENT       PIC X(40).
           05 WS-APR-F-REST        PIC X(120) OCCURS 7 TIMES.
       01 WS-APR-KIND              PIC X(20).
       01 WS-APR-REASON            PIC X(16).
       01 WS-APR-SITE              PIC X(50).
       01 WS-APR-GROUP             PIC X(12).
       01 WS-APR-LINE-GROUP        PIC X(12).
       01 WS-APR-LIMIT-TEMP        PIC X(10).
       01 WS-APR-LIMIT-WIND        PIC X(10).
       01 WS-APR-TARGET            PIC X(8).
       01 WS-APR-JUNK              PIC X(120).
       01 WS-APR-REST              PIC X(120).
       01 WS-APR-IN-RANGE          PIC X.
       01 WS-APR-EVENT             PIC X.
       01 WS-APR-DAYS              PIC 9(5).
       01 WS-APR-LEVEL             PIC X.
       01 WS-APR-KEY-SITE          PIC X(50).
       01 WS-APR-KEY-GROUP         PIC X(12).
       01 WS-APR-FOUND             PIC X.
       01 WS-APR-IDX               PIC 9(4).
       01 WS-APR-STAT-IDX          PIC 9(4).
       01 WS-APR-FLD-IDX           PIC 9(2).
       01 WS-APR-DATE-NUM          PIC 9(8).
       01 WS-APR-DAY-INT           PIC 9(8).
       01 WS-APR-SCAN-END          PIC X(8).
       01 WS-APR-SCAN-END-INT      PIC 9(8).
       01 WS-APR-CUR-DATE          PIC X(8).
       01 WS-APR-DAY-TEMPS         PIC 9(4).
       01 WS-APR-DAY-WINDS         PIC 9(4).
       01 WS-APR-DAY-MIN           PIC S9(5)V99.
       01 WS-APR-DAY-WIND          PIC S9(5)V99.
       01 WS-APR-NUM               PIC S9(5)V99.
       01 WS-APR-NUM-LIMIT         PIC S9(5)V99.
      *> Active master sites, for resolving the name (raises) or
      *> code (clears, escalations) an alert line carries.
       01 WS-APM-COUNT             PIC 9(4) VALUE 0.
       01 WS-APM-TABLE.
           05 WS-APM-SITE OCCURS 500 TIMES.
               10 WS-APM-CODE      PIC X(10).
               10 WS-APM-NAME      PIC X(50).
               10 WS-APM-GROUP     PIC X(12).
               10 WS-APM-ACTIVE    PIC X.
               10 WS-APM-TEMP-MIN  PIC X(10).
               10 WS-APM-WIND-MAX  PIC X(10).
       01 WS-APM-IDX               PIC 9(4).
      *> Alerts raised and not yet cleared, in log order.
       01 WS-APO-COUNT             PIC 9(3) VALUE 0.
       01 WS-APO-TABLE.
           05 WS-APO-ENTRY OCCURS 300 TIMES.
               10 WS-APO-SITE      PIC X(50).
               10 WS-APO-REASON    PIC X(16).
               10 WS-APO-GROUP     PIC X(12).
               10 WS-APO-RAISED    PIC X(8).
               10 WS-APO-COUNTED   PIC X.
      *> Level S = site and measure, G = group and measure,
      *> M = measure.
       01 WS-APT-COUNT             PIC 9(4) VALUE 0.
       01 WS-APT-TABLE.
           05 WS-APT-ENTRY OCCURS 1500 TIMES.
               10 WS-APT-LEVEL     PIC X.
               10 WS-APT-SITE      PIC X(50).
               10 WS-APT-GROUP     PIC X(12).
               10 WS-APT-REASON    PIC X(16).
               10 WS-APT-RAISED    PIC 9(5).
               10 WS-APT-CLEARED   PIC 9(5).
               10 WS-APT-OPEN      PIC 9(5).
               10 WS-APT-ESCAL     PIC 9(5).
               10 WS-APT-DAYS      PIC 9(7).
               10 WS-APT-MAX-DAYS  PIC 9(5).
      *> One entry per site, forecast measure and forecast day
      *> warned of; outcome H hit, F false alarm, N no readings
      *> for the day, P day not yet complete.
       01 WS-APF-COUNT             PIC 9(4) VALUE 0.
       01 WS-APF-TABLE.
           05 WS-APF-ENTRY OCCURS 1000 TIMES.
               10 WS-APF-SITE      PIC X(50).
               10 WS-APF-REASON    PIC X(16).
               10 WS-APF-GROUP     PIC X(12).
               10 WS-APF-TARGET    PIC X(8).
               10 WS-APF-LIMIT     PIC X(10).
               10 WS-APF-OUTCOME   PIC X.
       01 WS-APH-COUNT             PIC 9(3) VALUE 0.
       01 WS-APH-TABLE.
           05 WS-APH-ENTRY OCCURS 500 TIMES.
               10 WS-APH-SITE      PIC X(50).
               10 WS-APH-GROUP     PIC X(12).
               10 WS-APH-REASON    PIC X(16).
               10 WS-APH-WARNED    PIC 9(5).
               10 WS-APH-HIT       PIC 9(5).
               10 WS-APH-FALSE     PIC 9(5).
               10 WS-APH-MISSED    PIC 9(5).
               10 WS-APH-NODATA    PIC 9(5).
               10 WS-APH-PENDING   PIC 9(5).
       01 WS-APH-TOTALS.
           05 WS-APH-TOT-WARNED    PIC 9(6).
           05 WS-APH-TOT-HIT       PIC 9(6).
           05 WS-APH-TOT-FALSE     PIC 9(6).
           05 WS-APH-TOT-MISSED    PIC 9(6).
           05 WS-APH-TOT-NODATA    PIC 9(6).
           05 WS-APH-TOT-PENDING   PIC 9(6).
      *> Report line working fields.
       01 WS-APR-LABEL             PIC X(12).
       01 WS-APR-LABEL-2           PIC X(12).
       01 WS-APR-AVG               PIC 9(5)V9.
       01 WS-APR-PCT               PIC 9(3).
       01 WS-APR-CNT-EDIT          PIC Z(5)9.
       01 WS-APR-CNT-EDIT-2        PIC Z(5)9.
       01 WS-APR-CNT-EDIT-3        PIC Z(5)9.
       01 WS-APR-CNT-EDIT-4        PIC Z(5)9.
       01 WS-APR-CNT-EDIT-5        PIC Z(5)9.
       01 WS-APR-CNT-EDIT-6        PIC Z(5)9.
       01 WS-APR-AVG-EDIT          PIC Z(4)9.9.
       01 WS-APR-PCT-EDIT          PIC ZZ9.
       01 WS-APR-PCT-TEXT          PIC X(4).
       01 WS-APR-PCT-TEXT-2        PIC X(4).
       01 WS-APR-HEADING           PIC X(60).
       01 WS-APR-N-WARNED          PIC 9(6).
       01 WS-APR-N-HIT             PIC 9(6).
       01 WS-APR-N-FALSE           PIC 9(6).
       01 WS-APR-N-MISSED          PIC 9(6).
       01 WS-APR-N-NODATA          PIC 9(6).
       01 WS-APR-N-PENDING         PIC 9(6).
       01 WS-APR-ROWS              PIC 9(4).

      *> Trimmed values for command building
       01 WS-TRIMMED-CITY          PIC X(100).
       01 WS-TRIMMED-LAT           PIC X(12).
           END-IF
           PERFORM DISPLAY-BANNER
           PERFORM GET-RUN-MODE
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-NEEDED = "Y" AND WS-LOCK-HELD NOT = "Y"
               PERFORM CLEANUP-PROGRAM
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-RUN-MODE
               WHEN "B"
                   PERFORM BATCH-WATCHLIST-MODE
                   PERFORM YEAR-COMPARISON-MODE
               WHEN "D"
                   PERFORM DEGREE-DAY-MODE
               WHEN "N"
                   PERFORM CLIMATE-NORMALS-MODE
               WHEN "V"
                   PERFORM EVENT-REGISTER-MODE
               WHEN "T"
                   PERFORM SITE-TRANSACTION-MODE
               WHEN "X"
                   PERFORM DAILY-EXTRACT-MODE
               WHEN "K"
                   PERFORM VERIFY-OBSERVATIONS-MODE
               WHEN "O"
                   PERFORM RUN-MONITOR-MODE
               WHEN "A"
                   PERFORM DAILY-CYCLE-MODE
               WHEN "Q"
                   PERFORM DATA-QUALITY-MODE
               WHEN "P"
                   PERFORM ALERT-PERFORMANCE-MODE
               WHEN OTHER
                   PERFORM MAIN-LOOP
           END-EVALUATE
               TO WS-OBS-FILEPATH
           MOVE "./cobol_weather_sites_old.dat"
               TO WS-SITE-OLD-FILEPATH
           MOVE "./cobol_weather_obs_old.dat"
               TO WS-OBS-OLD-FILEPATH
           MOVE "./cobol_weather_alert_spool.txt"
               TO WS-SPOOL-FILEPATH
           MOVE "/tmp/cobol_weather_histday.txt"
               TO WS-DEGDAY-REPORT-FILEPATH
           MOVE "./cobol_weather_degree_days.csv"
               TO WS-DEGDAY-CSV-FILEPATH
           MOVE "./cobol_weather_normals.txt"
               TO WS-NORMALS-FILEPATH
           MOVE "./cobol_weather_events.txt"
               TO WS-EVENT-FILEPATH
           MOVE "./cobol_weather_event_report.txt"
               TO WS-EVENT-REPORT-FILEPATH
           MOVE "./cobol_weather_site_txns.txt"
               TO WS-SITE-TXN-FILEPATH
           MOVE "./cobol_weather_site_txn_errors.txt"
               TO WS-SITE-TXN-ERR-FILEPATH
           MOVE "./cobol_weather_site_journal.txt"
               TO WS-SITE-JOURNAL-FILEPATH
           MOVE "./cobol_weather_daily_extract.txt"
               TO WS-DAILY-EXTRACT-FILEPATH
           MOVE "./cobol_weather_verify_report.txt"
               TO WS-VERIFY-REPORT-FILEPATH
           MOVE "./cobol_weather_schedule.txt" TO WS-SCHEDULE-FILEPATH
           MOVE "./cobol_weather_monitor_report.txt"
               TO WS-MONITOR-REPORT-FILEPATH
           MOVE "./cobol_weather_run.lock" TO WS-LOCK-FILEPATH
           MOVE "./cobol_weather_cycle.txt" TO WS-CYCLE-FILEPATH
           MOVE "./cobol_weather_cycle_status.txt"
               TO WS-CYCLE-STATUS-FILEPATH
           MOVE "./cobol_weather_quality_report.txt"
               TO WS-QUALITY-REPORT-FILEPATH
           MOVE "./cobol_weather_alert_report.txt"
               TO WS-ALERT-REPORT-FILEPATH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO WS-RUN-START-STAMP
           PERFORM SET-UNIT-LABELS
           PERFORM LOAD-CHECKPOINT
           PERFORM LOAD-ALERT-STATE
           PERFORM LOAD-TODAY-NORMALS.

      *> ============================================================
      *> Read the run mode and any KEY=VALUE overrides from the
                   AND WS-ARG-VALUE(1:1) NOT = "C"
                   AND WS-ARG-VALUE(1:1) NOT = "Y"
                   AND WS-ARG-VALUE(1:1) NOT = "D"
                   AND WS-ARG-VALUE(1:1) NOT = "N"
                   AND WS-ARG-VALUE(1:1) NOT = "V"
                   AND WS-ARG-VALUE(1:1) NOT = "T"
                   AND WS-ARG-VALUE(1:1) NOT = "X"
                   AND WS-ARG-VALUE(1:1) NOT = "K"
                   AND WS-ARG-VALUE(1:1) NOT = "O"
                   AND WS-ARG-VALUE(1:1) NOT = "A"
                   AND WS-ARG-VALUE(1:1) NOT = "Q"
                   AND WS-ARG-VALUE(1:1) NOT = "P"
                   AND WS-ARG-VALUE(1:1) NOT = "I")
               DISPLAY "  Error: unknown run mode '"
                   FUNCTION TRIM(WS-ARG-VALUE) "'."
                   MOVE WS-ARG-PATH TO WS-ARG-END-DATE
               WHEN "GROUP"
                   MOVE WS-ARG-PATH TO WS-GROUP-FILTER
               WHEN "TXN"
                   MOVE WS-ARG-PATH TO WS-SITE-TXN-FILEPATH
               WHEN "CYCLE"
                   MOVE WS-ARG-PATH TO WS-ARG-CYCLE-DATE
               WHEN OTHER
                   DISPLAY "  Error: unknown parameter '"
                       FUNCTION TRIM(WS-ARG-KEY) "'."
           DISPLAY
              "  Usage: weather <mode> [KEY=VALUE ...]"
           DISPLAY
              "    mode: B S R M H E G C Y D N V T X K O A Q P or I"
           DISPLAY
              "    keys: WATCHLIST= REPORT= HISTORY= CSV= STATS="
           DISPLAY
              "          SITE= MONTH= START= END= GROUP= TXN= CYCLE=".

      *> ============================================================
      *> Display the application banner
      *>   ALERT-ESCALATE-RUNS=3    consecutive runs an alert stays
      *>                            open before its one escalation
      *>                            message (default 3)
      *>   NORMAL-DEPART-LIMIT=5    degrees a reading may sit from
      *>                            its site's climate normal before
      *>                            the report and CSV flag it
      *>                            (default 5, display units)
      *>   EVENT-HEAT-TEMP=25       daily mean above which a day
      *>                            counts toward a heatwave
      *>                            (degrees C, whatever the units)
      *>   EVENT-MIN-DAYS=3         consecutive days that make a
      *>                            heatwave or cold spell
      *>   EVENT-DRY-DAYS=7         consecutive dry days that make a
      *>                            dry spell
      *>   EVENT-WIND-DAYS=1        consecutive days over the wind
      *>                            limit that make a wind storm
      *>   VERIFY-TEMP-TOL=3        difference from the archive day
      *>   VERIFY-HUMIDITY-TOL=15   beyond which the next-day check
      *>   VERIFY-WIND-TOL=10       disputes a site-day (display
      *>                            units; humidity in percent)
      *>   MONITOR-DAYS=14          days the run monitor looks back
      *>   MONITOR-DURATION-PCT=150 run time, as a percentage of the
      *>                            recent average, that the monitor
      *>                            flags as slow
      *>   MONITOR-TREND-RUNS=3     consecutive rising runs that make
      *>                            a fetch-failure or reject trend
      *>                            (2 to 20)
      *>   LOCK-WAIT-SECONDS=0      how long a run waits for another
      *>                            run's lock before giving up with
      *>                            return code 12 (default 0)
      *>   LOCK-STALE-HOURS=12      age at which a held lock is
      *>                            reported as stale (return code
      *>                            16) rather than waited on
      *>   CYCLE-PROGRAM=./weather  program the daily cycle runs for
      *>                            each of its steps
      *>   QUALITY-MIN-GRADE=C      scorecard grade (A-F) below which
      *>                            sites are listed first
      *> Unknown keys are ignored.
      *> ============================================================
       LOAD-CONFIG.
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-ALERT-ESCALATE-RUNS
                   END-IF
               WHEN "NORMAL-DEPART-LIMIT"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-NORMAL-DEPART-LIMIT
                   END-IF
               WHEN "EVENT-HEAT-TEMP"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-EVT-HEAT-TEMP
                   END-IF
               WHEN "EVENT-MIN-DAYS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-EVT-MIN-DAYS
                   END-IF
               WHEN "EVENT-DRY-DAYS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-EVT-DRY-DAYS
                   END-IF
               WHEN "EVENT-WIND-DAYS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-EVT-WIND-DAYS
                   END-IF
               WHEN "VERIFY-TEMP-TOL"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-VFY-TEMP-TOL
                   END-IF
               WHEN "VERIFY-HUMIDITY-TOL"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-VFY-HUM-TOL
                   END-IF
               WHEN "VERIFY-WIND-TOL"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-VFY-WIND-TOL
                   END-IF
               WHEN "MONITOR-DAYS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-RMN-DAYS
                   END-IF
               WHEN "MONITOR-DURATION-PCT"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-RMN-DURATION-PCT
                   END-IF
               WHEN "MONITOR-TREND-RUNS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-RMN-TREND-RUNS
                       IF WS-RMN-TREND-RUNS < 2
                           MOVE 2 TO WS-RMN-TREND-RUNS
                       END-IF
                       IF WS-RMN-TREND-RUNS > 20
                           MOVE 20 TO WS-RMN-TREND-RUNS
                       END-IF
                   END-IF
               WHEN "LOCK-WAIT-SECONDS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-LOCK-WAIT-SECS
                   END-IF
               WHEN "LOCK-STALE-HOURS"
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CONFIG-VALUE)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CONFIG-VALUE))
                           TO WS-LOCK-STALE-HOURS
                       IF WS-LOCK-STALE-HOURS = 0
                           MOVE 1 TO WS-LOCK-STALE-HOURS
                       END-IF
                   END-IF
               WHEN "CYCLE-PROGRAM"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CYC-PROGRAM
               WHEN "QUALITY-MIN-GRADE"
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-DQ-MIN-GRADE
                   IF WS-DQ-MIN-GRADE < "A" OR WS-DQ-MIN-GRADE > "F"
                       OR WS-DQ-MIN-GRADE = "E"
                       MOVE "C" TO WS-DQ-MIN-GRADE
                   END-IF
           END-EVALUATE.

      *> ============================================================
                           DELIMITED SIZE
                       "Precipitation,Pressure,UVIndex,PM25,PM10,"
                           DELIMITED SIZE
                       "DewPoint,WindChill,HeatIndex,"
                           DELIMITED SIZE
                       "TempNormal,TempDeparture,DepartureFlag"
                           DELIMITED SIZE
                       INTO CSV-RECORD
                   END-STRING
           DISPLAY
              "  (C)onvert flat history, (Y)ear-over-year,"
           DISPLAY
              "  (D)egree days, climate (N)ormals,"
           DISPLAY
              "  e(V)ent register, site (T)ransactions,"
           DISPLAY
              "  daily e(X)tract, chec(K) against archive,"
           DISPLAY
              "  run-history m(O)nitor, d(A)ily cycle,"
           DISPLAY
              "  data (Q)uality scorecard, or alert (P)erformance: "
               WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
               AND WS-RUN-MODE NOT = "H" AND WS-RUN-MODE NOT = "E"
               AND WS-RUN-MODE NOT = "G" AND WS-RUN-MODE NOT = "C"
               AND WS-RUN-MODE NOT = "Y" AND WS-RUN-MODE NOT = "D"
               AND WS-RUN-MODE NOT = "N" AND WS-RUN-MODE NOT = "V"
               AND WS-RUN-MODE NOT = "T" AND WS-RUN-MODE NOT = "X"
               AND WS-RUN-MODE NOT = "K" AND WS-RUN-MODE NOT = "O"
               AND WS-RUN-MODE NOT = "A" AND WS-RUN-MODE NOT = "Q"
               AND WS-RUN-MODE NOT = "P"
               MOVE "I" TO WS-RUN-MODE
           END-IF
           DISPLAY SPACES.
                   MOVE 8 TO WS-RETURN-CODE
                   CLOSE WATCHLIST-FILE
               ELSE
                   IF WS-TNM-OVERFLOW = "Y"
                       MOVE
                          "Warning: normals table full - some sites "
                        & "show no departure from normal this run."
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   IF WS-CHECKPOINT-LINE-NUM > 0
                       DISPLAY
                          "  Resuming after line "
           END-STRING
           WRITE REPORT-RECORD

           PERFORM SET-OBSERVATION-KEY
           PERFORM LOOKUP-TEMP-NORMAL
           IF WS-NORMAL-FOUND = "Y"
               MOVE WS-NORMAL-YEARS TO WS-NRM-YEARS-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "  Normal:       " DELIMITED SIZE
                   FUNCTION TRIM(WS-NORMAL-EDIT) DELIMITED SIZE
                   " " DELIMITED SIZE
                   FUNCTION TRIM(WS-TEMP-UNIT-LABEL) DELIMITED SIZE
                   " (" DELIMITED SIZE
                   FUNCTION TRIM(WS-NRM-YEARS-EDIT) DELIMITED SIZE
                   " yr)   Departure: " DELIMITED SIZE
                   FUNCTION TRIM(WS-DEPART-EDIT) DELIMITED SIZE
                   " " DELIMITED SIZE
                   FUNCTION TRIM(WS-TEMP-UNIT-LABEL) DELIMITED SIZE
                   INTO REPORT-RECORD
               END-STRING
               IF WS-NORMAL-FLAG NOT = SPACES
                   STRING
                       FUNCTION TRIM(REPORT-RECORD) DELIMITED SIZE
                       "   ** " DELIMITED SIZE
                       FUNCTION TRIM(WS-NORMAL-FLAG) DELIMITED SIZE
                       " ANOMALY **" DELIMITED SIZE
                       INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING
               "  Wind speed:   " DELIMITED SIZE
               MOVE WS-NUM-WIND TO WS-STC-WIND-MAX
               MOVE 0 TO WS-STC-WIND-SUM
               MOVE 0 TO WS-STAT-DAY-COUNT
               INITIALIZE WS-VST-TALLIES
               MOVE SPACES TO WS-VST-CUR-DATE
           END-IF

           ADD 1 TO WS-STC-OBS-COUNT
               MOVE WS-NUM-WIND TO WS-STC-WIND-MAX
           END-IF
           ADD 1 TO WS-STAT-RECORDS-USED
           IF OBS-DATE NOT = WS-VST-CUR-DATE
               IF WS-VST-CUR-DATE NOT = SPACES
                   MOVE 1 TO WS-VST-SLOT
                   PERFORM COUNT-VERIFY-DAY
               END-IF
               MOVE OBS-DATE TO WS-VST-CUR-DATE
               MOVE "A" TO WS-VST-DAY-STATUS
           END-IF
           PERFORM FOLD-VERIFY-STATUS

           IF WS-STAT-DAY-COUNT > 0
               AND WS-STD-DATE(WS-STAT-DAY-COUNT) = OBS-DATE
      *> trend lines.
      *> ============================================================
       WRITE-CITY-STATISTICS-BLOCK.
           MOVE 1 TO WS-VST-SLOT
           IF WS-VST-CUR-DATE NOT = SPACES
               PERFORM COUNT-VERIFY-DAY
               MOVE SPACES TO WS-VST-CUR-DATE
           END-IF
           MOVE SPACES TO STATS-RECORD
           STRING
               "City: " DELIMITED SIZE
               INTO STATS-RECORD
           END-STRING
           WRITE STATS-RECORD
           PERFORM FORMAT-VERIFY-TALLY
           MOVE SPACES TO STATS-RECORD
           STRING
               "  Days: " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-LINE) DELIMITED SIZE
               INTO STATS-RECORD
           END-STRING
           WRITE STATS-RECORD

           COMPUTE WS-STAT-AVG ROUNDED =
               WS-STC-TEMP-SUM / WS-STC-OBS-COUNT
           DISPLAY "  " WS-HEADER-LINE.

      *> ============================================================
      *> Bulk site maintenance: apply every add, change and
      *> deactivate transaction in SITE-TXN-FILE to the site
      *> master. Bad transactions are listed with their reason and
      *> leave the master untouched; every field a good one
      *> changes is journalled. Any rejected transaction ends the
      *> run with return code 8 so the scheduler sees it.
      *> ============================================================
       SITE-TRANSACTION-MODE.
           MOVE 0 TO WS-TXN-LINE-NUM
           MOVE 0 TO WS-TXN-READ
           MOVE 0 TO WS-TXN-APPLIED
           MOVE 0 TO WS-TXN-REJECTED
           MOVE 0 TO WS-TXN-JOURNALLED
           DISPLAY "  Site transactions: reading "
               FUNCTION TRIM(WS-SITE-TXN-FILEPATH)
           OPEN INPUT SITE-TXN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open site transaction file "
                   WS-SITE-TXN-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SITE-MASTER-IO
           IF WS-SITE-OPEN-OK NOT = "Y"
               DISPLAY
                  "  Error: Could not open site master file "
                   WS-SITE-MASTER-FILEPATH
                   " (file status " WS-FILE-STATUS ")."
               CLOSE SITE-TXN-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SITE-TXN-ERROR-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open transaction error "
                  "listing " WS-SITE-TXN-ERR-FILEPATH
               CLOSE SITE-MASTER-FILE
               CLOSE SITE-TXN-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *> No change may reach the master without its journal entry.
           OPEN EXTEND SITE-JOURNAL-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SITE-JOURNAL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open site change journal "
                   WS-SITE-JOURNAL-FILEPATH
               CLOSE SITE-TXN-ERROR-FILE
               CLOSE SITE-MASTER-FILE
               CLOSE SITE-TXN-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SITE-TXN-ERROR-RECORD
           STRING
               "SITE TRANSACTION ERRORS  run " DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               "  file " DELIMITED SIZE
               FUNCTION TRIM(WS-SITE-TXN-FILEPATH) DELIMITED SIZE
               INTO SITE-TXN-ERROR-RECORD
           END-STRING
           WRITE SITE-TXN-ERROR-RECORD
           MOVE WS-HEADER-LINE TO SITE-TXN-ERROR-RECORD
           WRITE SITE-TXN-ERROR-RECORD

           MOVE "N" TO WS-TXN-EOF
           PERFORM UNTIL WS-TXN-EOF = "Y"
               READ SITE-TXN-FILE
                   AT END
                       MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-TXN-LINE-NUM
                       IF FUNCTION TRIM(SITE-TXN-RECORD) NOT = SPACES
                           AND SITE-TXN-RECORD(1:1) NOT = "*"
                           ADD 1 TO WS-TXN-READ
                           PERFORM PROCESS-SITE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-HEADER-LINE TO SITE-TXN-ERROR-RECORD
           WRITE SITE-TXN-ERROR-RECORD
           MOVE WS-TXN-READ TO WS-RUN-COUNT-EDIT
           MOVE WS-TXN-APPLIED TO WS-RUN-COUNT-EDIT-2
           MOVE WS-TXN-REJECTED TO WS-TXN-LINE-EDIT
           MOVE SPACES TO SITE-TXN-ERROR-RECORD
           STRING
               "Transactions read " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
               "  applied " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2) DELIMITED SIZE
               "  rejected " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-LINE-EDIT) DELIMITED SIZE
               INTO SITE-TXN-ERROR-RECORD
           END-STRING
           WRITE SITE-TXN-ERROR-RECORD

           CLOSE SITE-JOURNAL-FILE
           CLOSE SITE-TXN-ERROR-FILE
           CLOSE SITE-MASTER-FILE
           CLOSE SITE-TXN-FILE
           DISPLAY
              "  Site transactions read "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) ", applied "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2) ", rejected "
               FUNCTION TRIM(WS-TXN-LINE-EDIT) "."
           MOVE WS-TXN-JOURNALLED TO WS-RUN-COUNT-EDIT
           DISPLAY
              "  Field changes journalled: "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT)
           IF WS-TXN-REJECTED > 0
               DISPLAY
                  "  Rejected transactions are listed in "
                   WS-SITE-TXN-ERR-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> Split, check and apply one transaction line.
      *> ============================================================
       PROCESS-SITE-TRANSACTION.
           INITIALIZE WS-TXN-FIELDS
           MOVE SPACES TO WS-TXN-REASON
           MOVE "N" TO WS-TXN-OVERFLOW
           UNSTRING SITE-TXN-RECORD DELIMITED BY "|"
               INTO WS-TXN-ACTION
                    WS-TXN-CODE
                    WS-TXN-NAME
                    WS-TXN-LAT
                    WS-TXN-LON
                    WS-TXN-TIMEZONE
                    WS-TXN-GROUP
                    WS-TXN-WIND-MAX
                    WS-TXN-TEMP-MIN
                    WS-TXN-PRECIP-MAX
                    WS-TXN-PM25-MAX
                    WS-TXN-UV-MAX
                    WS-TXN-CHILL-MIN
                    WS-TXN-DD-BASE
                    WS-TXN-ACTIVE
                    WS-TXN-SOURCE
               ON OVERFLOW
                   MOVE "Y" TO WS-TXN-OVERFLOW
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXN-ACTION))
               TO WS-TXN-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXN-CODE))
               TO WS-TXN-CODE
           IF WS-TXN-CODE = SPACES
               MOVE "CODE-REQUIRED" TO WS-TXN-REASON
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-CODE)) > 10
                   MOVE "CODE-TOO-LONG" TO WS-TXN-REASON
               END-IF
           END-IF
           IF WS-TXN-REASON = SPACES
               PERFORM CHECK-SITE-TXN-LENGTHS
           END-IF
           IF FUNCTION TRIM(WS-TXN-SOURCE) = SPACES
               MOVE FUNCTION TRIM(WS-SITE-TXN-FILEPATH)
                   TO WS-TXN-SOURCE
           END-IF
           IF WS-TXN-REASON = SPACES
               EVALUATE WS-TXN-ACTION
                   WHEN "A"
                       PERFORM APPLY-SITE-ADD-TXN
                   WHEN "C"
                       PERFORM APPLY-SITE-CHANGE-TXN
                   WHEN "D"
                       PERFORM APPLY-SITE-DEACTIVATE-TXN
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO WS-TXN-REASON
               END-EVALUATE
           END-IF
           IF WS-TXN-REASON = SPACES
               ADD 1 TO WS-TXN-APPLIED
           ELSE
               ADD 1 TO WS-TXN-REJECTED
               PERFORM WRITE-SITE-TXN-ERROR
           END-IF.

      *> ============================================================
      *> Every value must fit its master field as given: too many
      *> fields, or a value longer than its field, rejects the
      *> transaction instead of applying a cut-down value.
      *> ============================================================
       CHECK-SITE-TXN-LENGTHS.
           EVALUATE TRUE
               WHEN WS-TXN-OVERFLOW = "Y"
                   MOVE "TOO-MANY-FIELDS" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-NAME)) > 50
                   MOVE "NAME-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-LAT)) > 12
                   MOVE "LAT-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-LON)) > 12
                   MOVE "LON-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-TIMEZONE))
                       > 30
                   MOVE "TIMEZONE-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-GROUP)) > 12
                   MOVE "GROUP-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-WIND-MAX))
                       > 10
                   MOVE "WIND-MAX-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-TEMP-MIN))
                       > 10
                   MOVE "TEMP-MIN-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-PRECIP-MAX))
                       > 10
                   MOVE "PRECIP-MAX-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-PM25-MAX))
                       > 10
                   MOVE "PM25-MAX-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-UV-MAX)) > 10
                   MOVE "UV-MAX-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-CHILL-MIN))
                       > 10
                   MOVE "CHILL-MIN-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-DD-BASE))
                       > 10
                   MOVE "DD-BASE-TOO-LONG" TO WS-TXN-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-TXN-SOURCE)) > 40
                   MOVE "SOURCE-TOO-LONG" TO WS-TXN-REASON
           END-EVALUATE.

      *> ============================================================
      *> Add: the code must not already be on the master, and the
      *> new record must pass the site checks. A blank active flag
      *> adds the site active.
      *> ============================================================
       APPLY-SITE-ADD-TXN.
           MOVE WS-TXN-CODE TO SITE-CODE
           READ SITE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE-CODE" TO WS-TXN-REASON
           END-READ
           IF WS-TXN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TXN-BEFORE
           MOVE SPACES TO SITE-MASTER-RECORD
           MOVE WS-TXN-CODE TO SITE-CODE
           MOVE "Y" TO SITE-ACTIVE-FLAG
           PERFORM MERGE-TXN-INTO-SITE
           IF WS-TXN-REASON = SPACES
               PERFORM VALIDATE-SITE-IMAGE
           END-IF
           IF WS-TXN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           WRITE SITE-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE-FAILED" TO WS-TXN-REASON
           END-WRITE
           IF WS-TXN-REASON = SPACES
               PERFORM JOURNAL-SITE-CHANGE
           END-IF.

      *> ============================================================
      *> Change: the code must be on the master, and the record as
      *> changed must still pass the site checks.
      *> ============================================================
       APPLY-SITE-CHANGE-TXN.
           MOVE WS-TXN-CODE TO SITE-CODE
           READ SITE-MASTER-FILE
               INVALID KEY
                   MOVE "CODE-NOT-FOUND" TO WS-TXN-REASON
           END-READ
           IF WS-TXN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SITE-MASTER-RECORD TO WS-TXN-BEFORE
           PERFORM MERGE-TXN-INTO-SITE
           IF WS-TXN-REASON = SPACES
               PERFORM VALIDATE-SITE-IMAGE
           END-IF
           IF WS-TXN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           REWRITE SITE-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-TXN-REASON
           END-REWRITE
           IF WS-TXN-REASON = SPACES
               PERFORM JOURNAL-SITE-CHANGE
           END-IF.

      *> ============================================================
      *> Deactivate: the code must be on the master and still
      *> active. The record stays, as with the maintenance screen.
      *> ============================================================
       APPLY-SITE-DEACTIVATE-TXN.
           MOVE WS-TXN-CODE TO SITE-CODE
           READ SITE-MASTER-FILE
               INVALID KEY
                   MOVE "CODE-NOT-FOUND" TO WS-TXN-REASON
           END-READ
           IF WS-TXN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SITE-ACTIVE-FLAG = "N"
               MOVE "ALREADY-INACTIVE" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SITE-MASTER-RECORD TO WS-TXN-BEFORE
           MOVE "N" TO SITE-ACTIVE-FLAG
           REWRITE SITE-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-TXN-REASON
           END-REWRITE
           IF WS-TXN-REASON = SPACES
               PERFORM JOURNAL-SITE-CHANGE
           END-IF.

      *> ============================================================
      *> Lay the transaction's fields over the record in
      *> SITE-MASTER-RECORD: blank keeps, "-" clears, anything else
      *> replaces. The group is upshifted as on the screen.
      *> ============================================================
       MERGE-TXN-INTO-SITE.
           IF FUNCTION TRIM(WS-TXN-NAME) = "-"
               MOVE SPACES TO SITE-NAME
           ELSE
               IF WS-TXN-NAME NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-NAME) TO SITE-NAME
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-LAT) = "-"
               MOVE SPACES TO SITE-LAT
           ELSE
               IF WS-TXN-LAT NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-LAT) TO SITE-LAT
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-LON) = "-"
               MOVE SPACES TO SITE-LON
           ELSE
               IF WS-TXN-LON NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-LON) TO SITE-LON
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-TIMEZONE) = "-"
               MOVE SPACES TO SITE-TIMEZONE
           ELSE
               IF WS-TXN-TIMEZONE NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-TIMEZONE)
                       TO SITE-TIMEZONE
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-GROUP) = "-"
               MOVE SPACES TO SITE-GROUP
           ELSE
               IF WS-TXN-GROUP NOT = SPACES
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-TXN-GROUP)) TO SITE-GROUP
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-WIND-MAX) = "-"
               MOVE SPACES TO SITE-WIND-MAX
           ELSE
               IF WS-TXN-WIND-MAX NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-WIND-MAX)
                       TO SITE-WIND-MAX
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-TEMP-MIN) = "-"
               MOVE SPACES TO SITE-TEMP-MIN
           ELSE
               IF WS-TXN-TEMP-MIN NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-TEMP-MIN)
                       TO SITE-TEMP-MIN
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-PRECIP-MAX) = "-"
               MOVE SPACES TO SITE-PRECIP-MAX
           ELSE
               IF WS-TXN-PRECIP-MAX NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-PRECIP-MAX)
                       TO SITE-PRECIP-MAX
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-PM25-MAX) = "-"
               MOVE SPACES TO SITE-PM25-MAX
           ELSE
               IF WS-TXN-PM25-MAX NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-PM25-MAX)
                       TO SITE-PM25-MAX
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-UV-MAX) = "-"
               MOVE SPACES TO SITE-UV-MAX
           ELSE
               IF WS-TXN-UV-MAX NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-UV-MAX) TO SITE-UV-MAX
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-CHILL-MIN) = "-"
               MOVE SPACES TO SITE-CHILL-MIN
           ELSE
               IF WS-TXN-CHILL-MIN NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-CHILL-MIN)
                       TO SITE-CHILL-MIN
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TXN-DD-BASE) = "-"
               MOVE SPACES TO SITE-DD-BASE
           ELSE
               IF WS-TXN-DD-BASE NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TXN-DD-BASE)
                       TO SITE-DD-BASE
               END-IF
           END-IF
           IF WS-TXN-ACTIVE NOT = SPACES
               IF FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-TXN-ACTIVE)) = "Y" OR "N"
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-TXN-ACTIVE))
                       TO SITE-ACTIVE-FLAG
               ELSE
                   MOVE "BAD-ACTIVE-FLAG" TO WS-TXN-REASON
               END-IF
           END-IF.

      *> ============================================================
      *> Check the record as it would stand on the master: a name,
      *> a latitude and longitude in range, a timezone, and every
      *> limit that is filled in numeric (the maximums and the
      *> UV index not negative). The first failure is the reason.
      *> ============================================================
       VALIDATE-SITE-IMAGE.
           IF SITE-NAME = SPACES
               MOVE "NAME-REQUIRED" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SITE-LAT)) NOT = 0
               MOVE "LAT-NOT-NUMERIC" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SITE-LAT))
               TO WS-TXN-NUM
           IF WS-TXN-NUM < -90 OR WS-TXN-NUM > 90
               MOVE "LAT-OUT-OF-RANGE" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SITE-LON)) NOT = 0
               MOVE "LON-NOT-NUMERIC" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SITE-LON))
               TO WS-TXN-NUM
           IF WS-TXN-NUM < -180 OR WS-TXN-NUM > 180
               MOVE "LON-OUT-OF-RANGE" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           IF SITE-TIMEZONE = SPACES
               MOVE "TIMEZONE-REQUIRED" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SITE-WIND-MAX TO WS-TXN-CHECK-VALUE
           MOVE "WIND-MAX" TO WS-TXN-CHECK-NAME
           MOVE "Y" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT
           MOVE SITE-TEMP-MIN TO WS-TXN-CHECK-VALUE
           MOVE "TEMP-MIN" TO WS-TXN-CHECK-NAME
           MOVE "N" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT
           MOVE SITE-PRECIP-MAX TO WS-TXN-CHECK-VALUE
           MOVE "PRECIP-MAX" TO WS-TXN-CHECK-NAME
           MOVE "Y" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT
           MOVE SITE-PM25-MAX TO WS-TXN-CHECK-VALUE
           MOVE "PM25-MAX" TO WS-TXN-CHECK-NAME
           MOVE "Y" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT
           MOVE SITE-UV-MAX TO WS-TXN-CHECK-VALUE
           MOVE "UV-MAX" TO WS-TXN-CHECK-NAME
           MOVE "Y" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT
           MOVE SITE-CHILL-MIN TO WS-TXN-CHECK-VALUE
           MOVE "CHILL-MIN" TO WS-TXN-CHECK-NAME
           MOVE "N" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT
           MOVE SITE-DD-BASE TO WS-TXN-CHECK-VALUE
           MOVE "DD-BASE" TO WS-TXN-CHECK-NAME
           MOVE "N" TO WS-TXN-CHECK-NONNEG
           PERFORM CHECK-TXN-LIMIT.

      *> ============================================================
      *> One limit field: blank is allowed (no limit), otherwise it
      *> must be numeric and, for a maximum, not negative. Only the
      *> first failure of the record is kept.
      *> ============================================================
       CHECK-TXN-LIMIT.
           IF WS-TXN-REASON NOT = SPACES
               OR WS-TXN-CHECK-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-TXN-CHECK-VALUE)) NOT = 0
               STRING
                   FUNCTION TRIM(WS-TXN-CHECK-NAME) DELIMITED SIZE
                   "-NOT-NUMERIC" DELIMITED SIZE
                   INTO WS-TXN-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-CHECK-NONNEG = "Y"
               AND FUNCTION NUMVAL
                   (FUNCTION TRIM(WS-TXN-CHECK-VALUE)) < 0
               STRING
                   FUNCTION TRIM(WS-TXN-CHECK-NAME) DELIMITED SIZE
                   "-NEGATIVE" DELIMITED SIZE
                   INTO WS-TXN-REASON
               END-STRING
           END-IF.

      *> ============================================================
      *> List one rejected transaction with its line number, code,
      *> reason and the line as read.
      *> ============================================================
       WRITE-SITE-TXN-ERROR.
           MOVE WS-TXN-LINE-NUM TO WS-TXN-LINE-EDIT
           MOVE SPACES TO SITE-TXN-ERROR-RECORD
           STRING
               "Line " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-LINE-EDIT) DELIMITED SIZE
               "  " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-ACTION) DELIMITED SIZE
               " " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-CODE) DELIMITED SIZE
               "  " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-REASON) DELIMITED SIZE
               "  " DELIMITED SIZE
               FUNCTION TRIM(SITE-TXN-RECORD) DELIMITED SIZE
               INTO SITE-TXN-ERROR-RECORD
           END-STRING
           WRITE SITE-TXN-ERROR-RECORD.

      *> ============================================================
      *> Journal every field that differs between the before image
      *> and the record now on the master.
      *> Format: stamp|source|action|code|field|old|new
      *> ============================================================
       JOURNAL-SITE-CHANGE.
           IF WS-TXB-NAME NOT = SITE-NAME
               MOVE "NAME" TO WS-JNL-FIELD
               MOVE WS-TXB-NAME TO WS-JNL-OLD
               MOVE SITE-NAME TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-LAT NOT = SITE-LAT
               MOVE "LAT" TO WS-JNL-FIELD
               MOVE WS-TXB-LAT TO WS-JNL-OLD
               MOVE SITE-LAT TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-LON NOT = SITE-LON
               MOVE "LON" TO WS-JNL-FIELD
               MOVE WS-TXB-LON TO WS-JNL-OLD
               MOVE SITE-LON TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-TIMEZONE NOT = SITE-TIMEZONE
               MOVE "TIMEZONE" TO WS-JNL-FIELD
               MOVE WS-TXB-TIMEZONE TO WS-JNL-OLD
               MOVE SITE-TIMEZONE TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-ACTIVE-FLAG NOT = SITE-ACTIVE-FLAG
               MOVE "ACTIVE" TO WS-JNL-FIELD
               MOVE WS-TXB-ACTIVE-FLAG TO WS-JNL-OLD
               MOVE SITE-ACTIVE-FLAG TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-GROUP NOT = SITE-GROUP
               MOVE "GROUP" TO WS-JNL-FIELD
               MOVE WS-TXB-GROUP TO WS-JNL-OLD
               MOVE SITE-GROUP TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-WIND-MAX NOT = SITE-WIND-MAX
               MOVE "WIND-MAX" TO WS-JNL-FIELD
               MOVE WS-TXB-WIND-MAX TO WS-JNL-OLD
               MOVE SITE-WIND-MAX TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-TEMP-MIN NOT = SITE-TEMP-MIN
               MOVE "TEMP-MIN" TO WS-JNL-FIELD
               MOVE WS-TXB-TEMP-MIN TO WS-JNL-OLD
               MOVE SITE-TEMP-MIN TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-PRECIP-MAX NOT = SITE-PRECIP-MAX
               MOVE "PRECIP-MAX" TO WS-JNL-FIELD
               MOVE WS-TXB-PRECIP-MAX TO WS-JNL-OLD
               MOVE SITE-PRECIP-MAX TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-PM25-MAX NOT = SITE-PM25-MAX
               MOVE "PM25-MAX" TO WS-JNL-FIELD
               MOVE WS-TXB-PM25-MAX TO WS-JNL-OLD
               MOVE SITE-PM25-MAX TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-UV-MAX NOT = SITE-UV-MAX
               MOVE "UV-MAX" TO WS-JNL-FIELD
               MOVE WS-TXB-UV-MAX TO WS-JNL-OLD
               MOVE SITE-UV-MAX TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-CHILL-MIN NOT = SITE-CHILL-MIN
               MOVE "CHILL-MIN" TO WS-JNL-FIELD
               MOVE WS-TXB-CHILL-MIN TO WS-JNL-OLD
               MOVE SITE-CHILL-MIN TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF WS-TXB-DD-BASE NOT = SITE-DD-BASE
               MOVE "DD-BASE" TO WS-JNL-FIELD
               MOVE WS-TXB-DD-BASE TO WS-JNL-OLD
               MOVE SITE-DD-BASE TO WS-JNL-NEW
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

      *> ============================================================
      *> Write one journal line for the field in WS-JNL-FIELD.
      *> ============================================================
       WRITE-JOURNAL-LINE.
           MOVE SPACES TO SITE-JOURNAL-RECORD
           STRING
               WS-RUN-START-STAMP DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-SOURCE) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-ACTION) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-CODE) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-JNL-FIELD) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-JNL-OLD) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-JNL-NEW) DELIMITED SIZE
               INTO SITE-JOURNAL-RECORD
           END-STRING
           WRITE SITE-JOURNAL-RECORD
           ADD 1 TO WS-TXN-JOURNALLED.

      *> ============================================================
      *> Hourly watch mode: for every watchlist site, fetch the
      *> hourly temperature/wind series and write an intraday
      *> report with the overnight minimum flagged against the
      *> site's temp-min limit - so a 03:00 frost shows up in the
      *> 08:00 run instead of in the damage.
      *> ============================================================
       HOURLY-WATCHLIST-MODE.
           DISPLAY "  Hourly watch: reading " WS-WATCHLIST-FILEPATH
           OPEN INPUT WATCHLIST-FILE
           IF WS-FILE-STATUS NOT = "00"
      *> Nothing was watched - exit nonzero so the scheduler sees
      *> the run did no work.
               DISPLAY
                  "  Error: Could not open watchlist file "
                   WS-WATCHLIST-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INTRADAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open intraday report file "
                   WS-INTRADAY-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               CLOSE WATCHLIST-FILE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO INTRADAY-RECORD
           STRING
               "INTRADAY HOURLY OBSERVATIONS  run " DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               INTO INTRADAY-RECORD
           END-STRING
           WRITE INTRADAY-RECORD
           MOVE WS-HEADER-LINE TO INTRADAY-RECORD
           WRITE INTRADAY-RECORD
           MOVE "N" TO WS-WATCHLIST-EOF
           MOVE 0 TO WS-LINES-PROCESSED
           PERFORM UNTIL WS-WATCHLIST-EOF = "Y"
               READ WATCHLIST-FILE INTO WATCHLIST-RECORD
                   AT END
                       MOVE "Y" TO WS-WATCHLIST-EOF
                   NOT AT END
                       PERFORM PROCESS-HOURLY-ENTRY
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE
           CLOSE INTRADAY-FILE
           DISPLAY
              "  Hourly watch complete. Report written to "
               WS-INTRADAY-FILEPATH.

      *> ============================================================
      *> Resolve one watchlist line for the hourly watch the same
      *> way the batch run does - site code first, then a
      *> latitude,longitude pair, then geocoding - and report its
      *> hourly series.
      *> ============================================================
       PROCESS-HOURLY-ENTRY.
           MOVE WATCHLIST-RECORD TO WS-WATCHLIST-ENTRY
           MOVE "N" TO WS-SITE-FOUND
           MOVE SPACES TO WS-SITE-TZ
           MOVE SPACES TO WS-SITE-GROUP
           MOVE "N" TO WS-SITE-INACTIVE
           IF FUNCTION TRIM(WS-WATCHLIST-ENTRY) = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-LINES-PROCESSED
               MOVE WS-WATCHLIST-ENTRY TO WS-SITE-INPUT
               PERFORM LOOKUP-SITE-BY-CODE
               PERFORM CHECK-GROUP-FILTER
               IF WS-GROUP-SKIP = "Y"
                   CONTINUE
               ELSE
               IF WS-SITE-FOUND = "Y"
                   PERFORM FETCH-HOURLY-AND-REPORT
               ELSE
               IF WS-SITE-INACTIVE = "Y"
                   MOVE SPACES TO INTRADAY-RECORD
                   STRING
                       "Skipped inactive site: " DELIMITED SIZE
                       FUNCTION TRIM(WS-WATCHLIST-ENTRY)
                           DELIMITED SIZE
                       INTO INTRADAY-RECORD
                   END-STRING
                   WRITE INTRADAY-RECORD
               ELSE
               MOVE 0 TO WS-BATCH-TALLY
               UNSTRING WS-WATCHLIST-ENTRY DELIMITED BY ","
                   INTO WS-BATCH-LAT WS-BATCH-LON
                   TALLYING IN WS-BATCH-TALLY
               END-UNSTRING
               IF WS-BATCH-TALLY = 2
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BATCH-LAT))
           END-WRITE.

      *> ============================================================
      *> One-time conversion mode: carry a pre-change observation
      *> store renamed to cobol_weather_obs_old.dat into the
      *> current store, load the old flat history file and every
      *> per-month archive into it, then rebuild the site master
      *> from a pre-change copy renamed to
      *> cobol_weather_sites_old.dat. Archive rows
      *> arrive with their archived flag set so the next rollover
      *> leaves them alone; a row already in the store (same site,
      *> date and time) counts as a duplicate and is skipped, so a
                   WS-OBS-FILEPATH
               EXIT PARAGRAPH
           END-IF
           PERFORM CONVERT-OLD-OBSERVATION-STORE

           MOVE "N" TO WS-CONV-ARCHIVED-FLAG
           OPEN INPUT HISTORY-FILE
           END-WRITE.

      *> ============================================================
      *> Reload the observation store from a pre-change copy. The
      *> record has grown the verification fields, so an old
      *> cobol_weather_obs.dat no longer opens; the operator
      *> renames it to cobol_weather_obs_old.dat and this step
      *> copies every reading into the new store before the flat
      *> history and archives are loaded, so live rows not yet
      *> rolled over are kept with their source and archived flag.
      *> ============================================================
       CONVERT-OLD-OBSERVATION-STORE.
           MOVE 0 TO WS-CONV-OBS-LOADED
           MOVE 0 TO WS-CONV-OBS-DUPS
           OPEN INPUT OBS-OLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  No old-layout observation store ("
                   WS-OBS-OLD-FILEPATH
                  ") - nothing to carry over."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONV-EOF
           MOVE LOW-VALUES TO OLD-OBS-KEY
           START OBS-OLD-FILE KEY IS >= OLD-OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONV-EOF
           END-START
           PERFORM UNTIL WS-CONV-EOF = "Y"
               READ OBS-OLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CONV-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-OLD-OBSERVATION
               END-READ
           END-PERFORM
           CLOSE OBS-OLD-FILE
           MOVE WS-CONV-OBS-LOADED TO WS-RUN-COUNT-EDIT
           MOVE WS-CONV-OBS-DUPS TO WS-RUN-COUNT-EDIT-2
           DISPLAY
              "  Observation store conversion: "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT)
              " readings carried over, "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2)
              " already in the store.".

      *> ============================================================
      *> Copy one observation from a pre-change store into the
      *> current one; the verification fields start blank.
      *> ============================================================
       CONVERT-ONE-OLD-OBSERVATION.
           MOVE SPACES TO OBSERVATION-RECORD
           MOVE OLD-OBS-KEY TO OBS-KEY
           MOVE OLD-OBS-LAT TO OBS-LAT
           MOVE OLD-OBS-LON TO OBS-LON
           MOVE OLD-OBS-TEMP TO OBS-TEMP
           MOVE OLD-OBS-FEELS TO OBS-FEELS
           MOVE OLD-OBS-HUMIDITY TO OBS-HUMIDITY
           MOVE OLD-OBS-WIND TO OBS-WIND
           MOVE OLD-OBS-WEATHER-CODE TO OBS-WEATHER-CODE
           MOVE OLD-OBS-DESC TO OBS-DESC
           MOVE OLD-OBS-PRECIP TO OBS-PRECIP
           MOVE OLD-OBS-PRESSURE TO OBS-PRESSURE
           MOVE OLD-OBS-UV TO OBS-UV
           MOVE OLD-OBS-PM25 TO OBS-PM25
           MOVE OLD-OBS-PM10 TO OBS-PM10
           MOVE OLD-OBS-DEW-POINT TO OBS-DEW-POINT
           MOVE OLD-OBS-WIND-CHILL TO OBS-WIND-CHILL
           MOVE OLD-OBS-HEAT-INDEX TO OBS-HEAT-INDEX
           MOVE OLD-OBS-SOURCE TO OBS-SOURCE
           MOVE OLD-OBS-ARCHIVED-FLAG TO OBS-ARCHIVED-FLAG
           WRITE OBSERVATION-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONV-OBS-DUPS
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-OBS-LOADED
           END-WRITE.

      *> ============================================================
      *> Convert one month's archive file, when it exists.
      *> ============================================================
       CONVERT-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-FILEPATH
           STRING
               "./cobol_weather_history_" DELIMITED SIZE
               WS-CONV-YYYY DELIMITED SIZE
               WS-CONV-MM DELIMITED SIZE
               ".txt" DELIMITED SIZE
               INTO WS-ARCHIVE-FILEPATH
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           MOVE WS-HEADER-LINE TO DEGDAY-REPORT-RECORD
           WRITE DEGDAY-REPORT-RECORD
           MOVE SPACES TO DEGDAY-CSV-RECORD
           STRING
               "Site,BaseC,MonthHDD,MonthCDD,SeasonHDD,SeasonCDD,"
                   DELIMITED SIZE
               "MonthDays,MonthVerified,MonthDisputed,"
                   DELIMITED SIZE
               "SeasonDays,SeasonVerified,SeasonDisputed"
                   DELIMITED SIZE
               INTO DEGDAY-CSV-RECORD
           END-STRING
           WRITE DEGDAY-CSV-RECORD

           PERFORM UNTIL WS-HISTORY-EOF = "Y"
               MOVE OBS-DATE TO WS-DD-CUR-DATE
               MOVE 0 TO WS-DD-DAY-SUM
               MOVE 0 TO WS-DD-DAY-COUNT
               INITIALIZE WS-VST-TALLIES
               MOVE "A" TO WS-VST-DAY-STATUS
               PERFORM GET-SITE-DD-BASE
           END-IF
           IF OBS-DATE NOT = WS-DD-CUR-DATE
               PERFORM CLOSE-DEGREE-DAY
               MOVE OBS-DATE TO WS-DD-CUR-DATE
               MOVE "A" TO WS-VST-DAY-STATUS
           END-IF
           PERFORM FOLD-VERIFY-STATUS
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-TEMP))
               TO WS-NUM-TEMP
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
           IF WS-DD-CUR-DATE(1:6) = WS-DD-MONTH
               ADD WS-DD-DAY-HDD TO WS-DD-MTD-HDD
               ADD WS-DD-DAY-CDD TO WS-DD-MTD-CDD
               MOVE 1 TO WS-VST-SLOT
               PERFORM COUNT-VERIFY-DAY
           END-IF
           IF WS-DD-CUR-DATE >= WS-DD-SEASON-START
               ADD WS-DD-DAY-HDD TO WS-DD-STD-HDD
               ADD WS-DD-DAY-CDD TO WS-DD-STD-CDD
               ADD 1 TO WS-DD-DAYS
               MOVE 2 TO WS-VST-SLOT
               PERFORM COUNT-VERIFY-DAY
           END-IF
           MOVE 0 TO WS-DD-DAY-SUM
           MOVE 0 TO WS-DD-DAY-COUNT.

      *> ============================================================
      *> Fold one reading's verify flag into the current day's
      *> status. Backfill rows came from the archive and are never
      *> checked against it, so only LIVE readings count.
      *> ============================================================
       FOLD-VERIFY-STATUS.
           IF FUNCTION TRIM(OBS-SOURCE) = "BACKFILL"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-VST-DAY-STATUS = "D"
                   CONTINUE
               WHEN OBS-VERIFY-FLAG = "D"
                   MOVE "D" TO WS-VST-DAY-STATUS
               WHEN OBS-VERIFY-FLAG = "V"
                   IF WS-VST-DAY-STATUS = "A"
                       MOVE "V" TO WS-VST-DAY-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "U" TO WS-VST-DAY-STATUS
           END-EVALUATE.

      *> ============================================================
      *> Count the current day's status into tally WS-VST-SLOT.
      *> ============================================================
       COUNT-VERIFY-DAY.
           ADD 1 TO WS-VST-DAYS(WS-VST-SLOT)
           EVALUATE WS-VST-DAY-STATUS
               WHEN "V"
                   ADD 1 TO WS-VST-VERIFIED(WS-VST-SLOT)
               WHEN "D"
                   ADD 1 TO WS-VST-DISPUTED(WS-VST-SLOT)
               WHEN "U"
                   ADD 1 TO WS-VST-UNCHECKED(WS-VST-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-VST-ARCHIVE(WS-VST-SLOT)
           END-EVALUATE.

      *> ============================================================
      *> Build the printable form of tally WS-VST-SLOT, e.g.
      *> "verified 28/30 days, disputed 1, unchecked 1,
      *> backfill only 0".
      *> ============================================================
       FORMAT-VERIFY-TALLY.
           MOVE WS-VST-DAYS(WS-VST-SLOT) TO WS-VST-DAYS-EDIT
           MOVE WS-VST-VERIFIED(WS-VST-SLOT) TO WS-VST-VERIFIED-EDIT
           MOVE WS-VST-DISPUTED(WS-VST-SLOT) TO WS-VST-DISPUTED-EDIT
           MOVE WS-VST-UNCHECKED(WS-VST-SLOT)
               TO WS-VST-UNCHECKED-EDIT
           MOVE WS-VST-ARCHIVE(WS-VST-SLOT) TO WS-VST-ARCHIVE-EDIT
           MOVE SPACES TO WS-VST-LINE
           STRING
               "verified " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-VERIFIED-EDIT) DELIMITED SIZE
               "/" DELIMITED SIZE
               FUNCTION TRIM(WS-VST-DAYS-EDIT) DELIMITED SIZE
               " days, disputed " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-DISPUTED-EDIT) DELIMITED SIZE
               ", unchecked " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-UNCHECKED-EDIT) DELIMITED SIZE
               ", backfill only " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-ARCHIVE-EDIT) DELIMITED SIZE
               INTO WS-VST-LINE
           END-STRING.

      *> ============================================================
      *> Look up the site's degree-day base temperature on the
      *> master; sites without one (or non-site keys) use 18 C.
               INTO DEGDAY-REPORT-RECORD
           END-STRING
           WRITE DEGDAY-REPORT-RECORD
           MOVE 1 TO WS-VST-SLOT
           PERFORM FORMAT-VERIFY-TALLY
           MOVE SPACES TO DEGDAY-REPORT-RECORD
           STRING
               "  Month-to-date days:   " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-LINE) DELIMITED SIZE
               INTO DEGDAY-REPORT-RECORD
           END-STRING
           WRITE DEGDAY-REPORT-RECORD
           MOVE 2 TO WS-VST-SLOT
           PERFORM FORMAT-VERIFY-TALLY
           MOVE SPACES TO DEGDAY-REPORT-RECORD
           STRING
               "  Season-to-date days:  " DELIMITED SIZE
               FUNCTION TRIM(WS-VST-LINE) DELIMITED SIZE
               INTO DEGDAY-REPORT-RECORD
           END-STRING
           WRITE DEGDAY-REPORT-RECORD

           MOVE SPACES TO DEGDAY-CSV-RECORD
           STRING
               FUNCTION TRIM(WS-DD-EDIT-4) DELIMITED SIZE
               INTO DEGDAY-CSV-RECORD
           END-STRING
           MOVE 1 TO WS-VST-SLOT
           PERFORM UNTIL WS-VST-SLOT > 2
               MOVE WS-VST-DAYS(WS-VST-SLOT) TO WS-VST-DAYS-EDIT
               MOVE WS-VST-VERIFIED(WS-VST-SLOT)
                   TO WS-VST-VERIFIED-EDIT
               MOVE WS-VST-DISPUTED(WS-VST-SLOT)
                   TO WS-VST-DISPUTED-EDIT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DEGDAY-CSV-RECORD))
                   TO WS-VST-CSV-LEN
               STRING
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-VST-DAYS-EDIT) DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-VST-VERIFIED-EDIT)
                       DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-VST-DISPUTED-EDIT)
                       DELIMITED SIZE
                   INTO DEGDAY-CSV-RECORD
                       (WS-VST-CSV-LEN + 1:)
               END-STRING
               ADD 1 TO WS-VST-SLOT
           END-PERFORM
           WRITE DEGDAY-CSV-RECORD

      *> Persistent layout: site|base|month|hdd-mtd|cdd-mtd|
                   TO WS-YOY-WMAX-DATE(WS-YOY-COUNT)
               MOVE 0 TO WS-YOY-WSUM(WS-YOY-COUNT)
           END-IF
           ADD 1 TO WS-YOY-OBS(WS-YOY-COUNT)
           ADD WS-NUM-TEMP TO WS-YOY-TSUM(WS-YOY-COUNT)
           ADD WS-NUM-WIND TO WS-YOY-WSUM(WS-YOY-COUNT)
           IF WS-NUM-TEMP < WS-YOY-TMIN(WS-YOY-COUNT)
               MOVE WS-NUM-TEMP TO WS-YOY-TMIN(WS-YOY-COUNT)
               MOVE WS-HIST-DATE
                   TO WS-YOY-TMIN-DATE(WS-YOY-COUNT)
           END-IF
           IF WS-NUM-TEMP > WS-YOY-TMAX(WS-YOY-COUNT)
               MOVE WS-NUM-TEMP TO WS-YOY-TMAX(WS-YOY-COUNT)
               MOVE WS-HIST-DATE
                   TO WS-YOY-TMAX-DATE(WS-YOY-COUNT)
           END-IF
           IF WS-NUM-WIND < WS-YOY-WMIN(WS-YOY-COUNT)
               MOVE WS-NUM-WIND TO WS-YOY-WMIN(WS-YOY-COUNT)
               MOVE WS-HIST-DATE
                   TO WS-YOY-WMIN-DATE(WS-YOY-COUNT)
           END-IF
           IF WS-NUM-WIND > WS-YOY-WMAX(WS-YOY-COUNT)
               MOVE WS-NUM-WIND TO WS-YOY-WMAX(WS-YOY-COUNT)
               MOVE WS-HIST-DATE
                   TO WS-YOY-WMAX-DATE(WS-YOY-COUNT)
           END-IF.

      *> ============================================================
      *> Write the comparison report: one line per year oldest
      *> first, the average-temperature delta against the year
      *> before, then the record extremes with their dates.
      *> ============================================================
       WRITE-YOY-REPORT.
           OPEN OUTPUT YOY-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open comparison report file "
                   WS-YOY-REPORT-FILEPATH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO YOY-REPORT-RECORD
           STRING
               "YEAR-OVER-YEAR COMPARISON  " DELIMITED SIZE
               FUNCTION TRIM(WS-YOY-SITE) DELIMITED SIZE
               "  month " DELIMITED SIZE
               WS-YOY-MONTH DELIMITED SIZE
               INTO YOY-REPORT-RECORD
           END-STRING
           WRITE YOY-REPORT-RECORD
           MOVE WS-HEADER-LINE TO YOY-REPORT-RECORD
           WRITE YOY-REPORT-RECORD

           MOVE "N" TO WS-YOY-PREV-SET
           PERFORM VARYING WS-YOY-IDX FROM WS-YOY-COUNT BY -1
               UNTIL WS-YOY-IDX < 1
               PERFORM WRITE-ONE-YOY-YEAR-LINE
           END-PERFORM

           MOVE WS-HEADER-LINE TO YOY-REPORT-RECORD
           WRITE YOY-REPORT-RECORD
           PERFORM WRITE-YOY-RECORD-LINES
           CLOSE YOY-REPORT-FILE
           DISPLAY
              "  Year-over-year report written to "
               WS-YOY-REPORT-FILEPATH.

      *> ============================================================
      *> Write one year's line and its delta against the year
      *> written before it.
      *> ============================================================
       WRITE-ONE-YOY-YEAR-LINE.
           COMPUTE WS-YOY-AVG ROUNDED =
               WS-YOY-TSUM(WS-YOY-IDX) / WS-YOY-OBS(WS-YOY-IDX)
           MOVE WS-YOY-TMIN(WS-YOY-IDX) TO WS-STAT-EDIT
           MOVE WS-YOY-TMAX(WS-YOY-IDX) TO WS-STAT-EDIT-2
           MOVE WS-YOY-AVG TO WS-STAT-EDIT-3
           MOVE WS-YOY-OBS(WS-YOY-IDX) TO WS-STAT-COUNT-EDIT
           MOVE SPACES TO YOY-REPORT-RECORD
           STRING
               "  " DELIMITED SIZE
               WS-YOY-YR(WS-YOY-IDX) DELIMITED SIZE
               "  obs " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-COUNT-EDIT) DELIMITED SIZE
               "  temp min " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " (" DELIMITED SIZE
               WS-YOY-TMIN-DATE(WS-YOY-IDX) DELIMITED SIZE
               ")  avg " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-3) DELIMITED SIZE
               "  max " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-2) DELIMITED SIZE
               " (" DELIMITED SIZE
               WS-YOY-TMAX-DATE(WS-YOY-IDX) DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO YOY-REPORT-RECORD
           END-STRING
           WRITE YOY-REPORT-RECORD

           COMPUTE WS-STAT-AVG ROUNDED =
               WS-YOY-WSUM(WS-YOY-IDX) / WS-YOY-OBS(WS-YOY-IDX)
           MOVE WS-YOY-WMIN(WS-YOY-IDX) TO WS-STAT-EDIT
           MOVE WS-STAT-AVG TO WS-STAT-EDIT-3
           MOVE WS-YOY-WMAX(WS-YOY-IDX) TO WS-STAT-EDIT-2
           MOVE SPACES TO YOY-REPORT-RECORD
           STRING
               "        wind min " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " (" DELIMITED SIZE
               WS-YOY-WMIN-DATE(WS-YOY-IDX) DELIMITED SIZE
               ")  avg " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-3) DELIMITED SIZE
               "  max " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-2) DELIMITED SIZE
               " (" DELIMITED SIZE
               WS-YOY-WMAX-DATE(WS-YOY-IDX) DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO YOY-REPORT-RECORD
           END-STRING
           WRITE YOY-REPORT-RECORD

           IF WS-YOY-PREV-SET = "Y"
               COMPUTE WS-YOY-DELTA =
                   WS-YOY-AVG - WS-YOY-PREV-AVG
               MOVE WS-YOY-DELTA TO WS-ERR-EDIT
               MOVE SPACES TO YOY-REPORT-RECORD
               STRING
                   "        avg temp delta vs prior year: "
                       DELIMITED SIZE
                   FUNCTION TRIM(WS-ERR-EDIT) DELIMITED SIZE
                   INTO YOY-REPORT-RECORD
               END-STRING
               WRITE YOY-REPORT-RECORD
           END-IF
           MOVE WS-YOY-AVG TO WS-YOY-PREV-AVG
           MOVE "Y" TO WS-YOY-PREV-SET.

      *> ============================================================
      *> Write the record extremes across every compared year.
      *> ============================================================
       WRITE-YOY-RECORD-LINES.
           MOVE 1 TO WS-YOY-REC-IDX
           PERFORM VARYING WS-YOY-IDX FROM 2 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-COUNT
               IF WS-YOY-TMIN(WS-YOY-IDX) <
                       WS-YOY-TMIN(WS-YOY-REC-IDX)
                   MOVE WS-YOY-IDX TO WS-YOY-REC-IDX
               END-IF
           END-PERFORM
           MOVE WS-YOY-TMIN(WS-YOY-REC-IDX) TO WS-STAT-EDIT
           MOVE SPACES TO YOY-REPORT-RECORD
           STRING
               "Record low:  " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " on " DELIMITED SIZE
               WS-YOY-TMIN-DATE(WS-YOY-REC-IDX) DELIMITED SIZE
               INTO YOY-REPORT-RECORD
           END-STRING
           WRITE YOY-REPORT-RECORD

           MOVE 1 TO WS-YOY-REC-IDX
           PERFORM VARYING WS-YOY-IDX FROM 2 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-COUNT
               IF WS-YOY-TMAX(WS-YOY-IDX) >
                       WS-YOY-TMAX(WS-YOY-REC-IDX)
                   MOVE WS-YOY-IDX TO WS-YOY-REC-IDX
               END-IF
           END-PERFORM
           MOVE WS-YOY-TMAX(WS-YOY-REC-IDX) TO WS-STAT-EDIT
           MOVE SPACES TO YOY-REPORT-RECORD
           STRING
               "Record high: " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " on " DELIMITED SIZE
               WS-YOY-TMAX-DATE(WS-YOY-REC-IDX) DELIMITED SIZE
               INTO YOY-REPORT-RECORD
           END-STRING
           WRITE YOY-REPORT-RECORD

           MOVE 1 TO WS-YOY-REC-IDX
           PERFORM VARYING WS-YOY-IDX FROM 2 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-COUNT
               IF WS-YOY-WMAX(WS-YOY-IDX) >
                       WS-YOY-WMAX(WS-YOY-REC-IDX)
                   MOVE WS-YOY-IDX TO WS-YOY-REC-IDX
               END-IF
           END-PERFORM
           MOVE WS-YOY-WMAX(WS-YOY-REC-IDX) TO WS-STAT-EDIT
           MOVE SPACES TO YOY-REPORT-RECORD
           STRING
               "Record wind: " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " on " DELIMITED SIZE
               WS-YOY-WMAX-DATE(WS-YOY-REC-IDX) DELIMITED SIZE
               INTO YOY-REPORT-RECORD
           END-STRING
           WRITE YOY-REPORT-RECORD.

      *> ============================================================
      *> Climate normals mode: rebuild NORMALS-FILE from the whole
      *> observation store and the last ten years of per-month
      *> archive files. Each site's readings are reduced to daily
      *> means, and each daily mean is folded into its site's
      *> calendar-day slot, so every slot ends up holding the mean
      *> temperature, wind and precipitation for that site on that
      *> date across all the years on file. The file is rewritten
      *> in full each run; the batch report and CSV export read it
      *> for the departure from normal.
      *> ============================================================
       CLIMATE-NORMALS-MODE.
           INITIALIZE WS-NRM-SITE-TABLE
           MOVE 0 TO WS-NRM-SITE-COUNT
           MOVE 0 TO WS-NRM-LINES
           MOVE 0 TO WS-NRM-STORE-USED
           MOVE 0 TO WS-NRM-ARCHIVE-USED
           MOVE 0 TO WS-NRM-ARCHIVE-SKIPPED
           MOVE "N" TO WS-NRM-OVERFLOW
           MOVE 0 TO WS-NRM-DROP-COUNT
           MOVE "N" TO WS-NRM-DAY-OPEN
           COMPUTE WS-NRM-BASE-INT =
               FUNCTION INTEGER-OF-DATE(20000101)

      *> The store first: key order hands over each site's earliest
      *> day first, which is what marks the point from which the
      *> archives are already covered.
           OPEN INPUT OBSERVATION-FILE
           IF WS-FILE-STATUS = "00"
               MOVE "N" TO WS-NRM-EOF
               MOVE LOW-VALUES TO OBS-KEY
               START OBSERVATION-FILE KEY IS >= OBS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-NRM-EOF
               END-START
               PERFORM UNTIL WS-NRM-EOF = "Y"
                   READ OBSERVATION-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-NRM-EOF
                       NOT AT END
                           PERFORM ADD-STORE-READING-TO-NORMALS
                   END-READ
               END-PERFORM
               CLOSE OBSERVATION-FILE
           ELSE
               DISPLAY
                  "  No observation store ("
                   WS-OBS-FILEPATH ") - building from the "
                  "archives only."
           END-IF
           PERFORM CLOSE-NORMALS-DAY

      *> Then the archives, newest month first; months with no
      *> archive simply do not open.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4))
               TO WS-CONV-YYYY
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2))
               TO WS-CONV-MM
           PERFORM VARYING WS-CONV-MONTHS FROM 1 BY 1
               UNTIL WS-CONV-MONTHS > 120
               PERFORM SCAN-NORMALS-ARCHIVE-MONTH
               SUBTRACT 1 FROM WS-CONV-MM
               IF WS-CONV-MM < 1
                   MOVE 12 TO WS-CONV-MM
                   SUBTRACT 1 FROM WS-CONV-YYYY
               END-IF
           END-PERFORM

           IF WS-NRM-SITE-COUNT = 0
               DISPLAY
                  "  No observations in the store or the archives "
                  "- no normals written."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NORMALS-FILE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NRM-STORE-USED TO WS-RUN-COUNT-EDIT
           MOVE WS-NRM-ARCHIVE-USED TO WS-RUN-COUNT-EDIT-2
           DISPLAY
              "  Readings used: "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT)
              " from the store, "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2)
              " from the archives."
           MOVE WS-NRM-ARCHIVE-SKIPPED TO WS-RUN-COUNT-EDIT
           DISPLAY
              "  Archive rows already covered by the store: "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT)
           MOVE WS-NRM-LINES TO WS-RUN-COUNT-EDIT
           MOVE WS-NRM-SITE-COUNT TO WS-RUN-COUNT-EDIT-2
           DISPLAY
              "  Climate normals written to "
               FUNCTION TRIM(WS-NORMALS-FILEPATH) ": "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT)
              " site-days for "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2)
              " sites."
           IF WS-NRM-OVERFLOW = "Y"
               IF WS-NRM-DROP-COUNT > 500
                   DISPLAY
                      "  Sites left without normals (table full at "
                      "500): more than 500."
               ELSE
                   MOVE WS-NRM-DROP-COUNT TO WS-RUN-COUNT-EDIT
                   DISPLAY
                      "  Sites left without normals (table full at "
                      "500): " FUNCTION TRIM(WS-RUN-COUNT-EDIT) "."
               END-IF
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> Fold one store record into the normals.
      *> ============================================================
       ADD-STORE-READING-TO-NORMALS.
           MOVE OBS-SITE-KEY TO WS-NRM-IN-SITE
           MOVE OBS-DATE TO WS-NRM-IN-DATE
           MOVE OBS-TEMP TO WS-NRM-IN-TEMP
           MOVE OBS-WIND TO WS-NRM-IN-WIND
           MOVE OBS-PRECIP TO WS-NRM-IN-PRECIP
           IF FUNCTION TEST-NUMVAL(WS-NRM-IN-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE OBS-DATE TO WS-NRM-NEW-FIRST
           PERFORM FIND-NORMALS-SITE
           IF WS-NRM-SITE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NRM-STORE-USED
           PERFORM ADD-READING-TO-NORMALS-DAY.

      *> ============================================================
      *> Fold one month's archive file into the normals, when it
      *> exists.
      *> ============================================================
       SCAN-NORMALS-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-FILEPATH
           STRING
               "./cobol_weather_history_" DELIMITED SIZE
               WS-CONV-YYYY DELIMITED SIZE
               WS-CONV-MM DELIMITED SIZE
               ".txt" DELIMITED SIZE
               INTO WS-ARCHIVE-FILEPATH
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NRM-EOF
           PERFORM UNTIL WS-NRM-EOF = "Y"
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE "Y" TO WS-NRM-EOF
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO HISTORY-RECORD
                       PERFORM ADD-ARCHIVE-LINE-TO-NORMALS
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           PERFORM CLOSE-NORMALS-DAY.

      *> ============================================================
      *> Fold one archive line into the normals, unless the store
      *> already holds that site's readings from that date on.
      *> ============================================================
       ADD-ARCHIVE-LINE-TO-NORMALS.
           PERFORM PARSE-HISTORY-LINE
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-HIST-DATE)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-HIST-CITY) TO WS-NRM-IN-SITE
           MOVE WS-HIST-DATE TO WS-NRM-IN-DATE
           MOVE WS-HIST-TEMP TO WS-NRM-IN-TEMP
           MOVE WS-HIST-WIND TO WS-NRM-IN-WIND
           MOVE WS-HIST-PRECIP TO WS-NRM-IN-PRECIP
           MOVE "99999999" TO WS-NRM-NEW-FIRST
           PERFORM FIND-NORMALS-SITE
           IF WS-NRM-SITE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NRM-IN-DATE >= WS-NRS-FIRST-DATE(WS-NRM-SITE-IDX)
               ADD 1 TO WS-NRM-ARCHIVE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NRM-ARCHIVE-USED
           PERFORM ADD-READING-TO-NORMALS-DAY.

      *> ============================================================
      *> Find WS-NRM-IN-SITE in the site table, adding it with
      *> WS-NRM-NEW-FIRST as its first store date when new. Zero
      *> back means the table is full and the reading is dropped.
      *> ============================================================
       FIND-NORMALS-SITE.
           MOVE 0 TO WS-NRM-SITE-IDX
           IF FUNCTION TRIM(WS-NRM-IN-SITE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NRM-IDX-SEARCH FROM 1 BY 1
               UNTIL WS-NRM-IDX-SEARCH > WS-NRM-SITE-COUNT
                   OR WS-NRM-SITE-IDX > 0
               IF WS-NRS-NAME(WS-NRM-IDX-SEARCH) = WS-NRM-IN-SITE
                   MOVE WS-NRM-IDX-SEARCH TO WS-NRM-SITE-IDX
               END-IF
           END-PERFORM
           IF WS-NRM-SITE-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NRM-SITE-COUNT >= 500
               IF WS-NRM-OVERFLOW = "N"
                   DISPLAY
                      "  Warning: more than 500 sites on file - "
                      "sites beyond the first 500 get no normals."
                   MOVE "Y" TO WS-NRM-OVERFLOW
               END-IF
               PERFORM NOTE-NORMALS-SITE-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NRM-SITE-COUNT
           MOVE WS-NRM-SITE-COUNT TO WS-NRM-SITE-IDX
           MOVE WS-NRM-IN-SITE TO WS-NRS-NAME(WS-NRM-SITE-IDX)
           MOVE WS-NRM-NEW-FIRST
               TO WS-NRS-FIRST-DATE(WS-NRM-SITE-IDX).

      *> ============================================================
      *> Remember a site the full table turned away, once per site.
      *> ============================================================
       NOTE-NORMALS-SITE-DROPPED.
           MOVE "N" TO WS-NRM-DROP-FOUND
           PERFORM VARYING WS-NRM-DROP-IDX FROM 1 BY 1
               UNTIL WS-NRM-DROP-IDX > WS-NRM-DROP-COUNT
                   OR WS-NRM-DROP-IDX > 500
                   OR WS-NRM-DROP-FOUND = "Y"
               IF WS-NRM-DROP-NAME(WS-NRM-DROP-IDX) = WS-NRM-IN-SITE
                   MOVE "Y" TO WS-NRM-DROP-FOUND
               END-IF
           END-PERFORM
           IF WS-NRM-DROP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-NRM-DROP-COUNT < 500
               ADD 1 TO WS-NRM-DROP-COUNT
               MOVE WS-NRM-IN-SITE
                   TO WS-NRM-DROP-NAME(WS-NRM-DROP-COUNT)
           ELSE
               MOVE 501 TO WS-NRM-DROP-COUNT
           END-IF.

      *> ============================================================
      *> Add one reading to the running site-day, closing the
      *> previous site-day first when the site or date moves on.
      *> ============================================================
       ADD-READING-TO-NORMALS-DAY.
           IF WS-NRM-DAY-OPEN = "Y"
               AND (WS-NRM-IN-SITE NOT = WS-NRM-CUR-SITE
                   OR WS-NRM-IN-DATE NOT = WS-NRM-CUR-DATE)
               PERFORM CLOSE-NORMALS-DAY
           END-IF
           IF WS-NRM-DAY-OPEN = "N"
               MOVE "Y" TO WS-NRM-DAY-OPEN
               MOVE WS-NRM-IN-SITE TO WS-NRM-CUR-SITE
               MOVE WS-NRM-IN-DATE TO WS-NRM-CUR-DATE
               MOVE WS-NRM-SITE-IDX TO WS-NRM-CUR-IDX
               MOVE 0 TO WS-NRM-TEMP-SUM WS-NRM-TEMP-COUNT
               MOVE 0 TO WS-NRM-WIND-SUM WS-NRM-WIND-COUNT
               MOVE 0 TO WS-NRM-PRECIP-SUM WS-NRM-PRECIP-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-NRM-IN-TEMP)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-NRM-IN-TEMP))
                   TO WS-NRM-TEMP-SUM
               ADD 1 TO WS-NRM-TEMP-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-NRM-IN-WIND)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-NRM-IN-WIND))
                   TO WS-NRM-WIND-SUM
               ADD 1 TO WS-NRM-WIND-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-NRM-IN-PRECIP)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-NRM-IN-PRECIP))
                   TO WS-NRM-PRECIP-SUM
               ADD 1 TO WS-NRM-PRECIP-COUNT
           END-IF.

      *> ============================================================
      *> Close the running site-day into its calendar-day slot. A
      *> day with no readable temperature adds nothing, and a slot
      *> that already took this year keeps its first figure.
      *> ============================================================
       CLOSE-NORMALS-DAY.
           IF WS-NRM-DAY-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NRM-DAY-OPEN
           IF WS-NRM-TEMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NRM-CUR-DATE TO WS-NRM-DATE
           MOVE "2000" TO WS-NRM-DATE(1:4)
           MOVE WS-NRM-DATE TO WS-NRM-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NRM-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NRM-DAY-IDX =
               FUNCTION INTEGER-OF-DATE(WS-NRM-DATE-NUM)
               - WS-NRM-BASE-INT + 1
           IF WS-NRD-LAST-YEAR(WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
                   = WS-NRM-CUR-DATE(1:4)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NRM-CUR-DATE(1:4)
               TO WS-NRD-LAST-YEAR(WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
           ADD 1 TO WS-NRD-YEARS(WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
           COMPUTE WS-NRM-MEAN ROUNDED =
               WS-NRM-TEMP-SUM / WS-NRM-TEMP-COUNT
           ADD WS-NRM-MEAN
               TO WS-NRD-TEMP-SUM(WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
           IF WS-NRM-WIND-COUNT > 0
               COMPUTE WS-NRM-MEAN ROUNDED =
                   WS-NRM-WIND-SUM / WS-NRM-WIND-COUNT
               ADD WS-NRM-MEAN
                   TO WS-NRD-WIND-SUM(WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
               ADD 1
                   TO WS-NRD-WIND-DAYS(WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
           END-IF
           IF WS-NRM-PRECIP-COUNT > 0
               COMPUTE WS-NRM-MEAN ROUNDED =
                   WS-NRM-PRECIP-SUM / WS-NRM-PRECIP-COUNT
               ADD WS-NRM-MEAN
                   TO WS-NRD-PRECIP-SUM
                       (WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
               ADD 1
                   TO WS-NRD-PRECIP-DAYS
                       (WS-NRM-CUR-IDX, WS-NRM-DAY-IDX)
           END-IF.

      *> ============================================================
      *> Rewrite NORMALS-FILE from the slot table, one line per site
      *> and calendar day that has at least one year behind it.
      *> Format: site|MMDD|temp|wind|precip|years
      *> ============================================================
       WRITE-NORMALS-FILE.
           OPEN OUTPUT NORMALS-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open climate normals file "
                   WS-NORMALS-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NRM-SITE-IDX FROM 1 BY 1
               UNTIL WS-NRM-SITE-IDX > WS-NRM-SITE-COUNT
               PERFORM VARYING WS-NRM-DAY-IDX FROM 1 BY 1
                   UNTIL WS-NRM-DAY-IDX > 366
                   IF WS-NRD-YEARS(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
                           > 0
                       PERFORM WRITE-ONE-NORMALS-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE NORMALS-FILE.

      *> ============================================================
      *> Write the normals line for one site and day slot.
      *> ============================================================
       WRITE-ONE-NORMALS-LINE.
           MOVE FUNCTION DATE-OF-INTEGER
                   (WS-NRM-BASE-INT + WS-NRM-DAY-IDX - 1)
               TO WS-NRM-DATE-NUM
           MOVE WS-NRM-DATE-NUM TO WS-NRM-DATE
           COMPUTE WS-NRM-MEAN ROUNDED =
               WS-NRD-TEMP-SUM(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
               / WS-NRD-YEARS(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
           MOVE WS-NRM-MEAN TO WS-STAT-EDIT
           MOVE SPACES TO WS-NRM-WIND-TEXT WS-NRM-PRECIP-TEXT
           IF WS-NRD-WIND-DAYS(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX) > 0
               COMPUTE WS-NRM-MEAN ROUNDED =
                   WS-NRD-WIND-SUM(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
                   / WS-NRD-WIND-DAYS
                       (WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
               MOVE WS-NRM-MEAN TO WS-STAT-EDIT-2
               MOVE FUNCTION TRIM(WS-STAT-EDIT-2) TO WS-NRM-WIND-TEXT
           END-IF
           IF WS-NRD-PRECIP-DAYS(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
                   > 0
               COMPUTE WS-NRM-MEAN ROUNDED =
                   WS-NRD-PRECIP-SUM
                       (WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
                   / WS-NRD-PRECIP-DAYS
                       (WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
               MOVE WS-NRM-MEAN TO WS-STAT-EDIT-3
               MOVE FUNCTION TRIM(WS-STAT-EDIT-3)
                   TO WS-NRM-PRECIP-TEXT
           END-IF
           MOVE WS-NRD-YEARS(WS-NRM-SITE-IDX, WS-NRM-DAY-IDX)
               TO WS-NRM-YEARS-EDIT
           MOVE SPACES TO NORMALS-RECORD
           STRING
               FUNCTION TRIM(WS-NRS-NAME(WS-NRM-SITE-IDX))
                   DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-NRM-DATE(5:4) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-NRM-WIND-TEXT) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-NRM-PRECIP-TEXT) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-NRM-YEARS-EDIT) DELIMITED SIZE
               INTO NORMALS-RECORD
           END-STRING
           WRITE NORMALS-RECORD
           ADD 1 TO WS-NRM-LINES.

      *> ============================================================
      *> Load the normals for yesterday, today and tomorrow so each
      *> fetched reading can be set against its site's normal for
      *> its own local day. No normals file yet simply means no
      *> departure column until run mode N has been run.
      *> ============================================================
       LOAD-TODAY-NORMALS.
           INITIALIZE WS-TNM-TABLE
           MOVE 0 TO WS-TNM-COUNT
           MOVE "N" TO WS-TNM-OVERFLOW
           COMPUTE WS-TNM-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-TNM-DATE-INT)
               TO WS-NRM-DATE-NUM
           MOVE WS-NRM-DATE-NUM TO WS-NRM-DATE
           MOVE WS-NRM-DATE(5:4) TO WS-TNM-MMDD-1
           MOVE WS-CURRENT-DATE(5:4) TO WS-TNM-MMDD-2
           MOVE FUNCTION DATE-OF-INTEGER(WS-TNM-DATE-INT + 2)
               TO WS-NRM-DATE-NUM
           MOVE WS-NRM-DATE-NUM TO WS-NRM-DATE
           MOVE WS-NRM-DATE(5:4) TO WS-TNM-MMDD-3
           OPEN INPUT NORMALS-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NRM-EOF
           PERFORM UNTIL WS-NRM-EOF = "Y"
               READ NORMALS-FILE INTO NORMALS-RECORD
                   AT END
                       MOVE "Y" TO WS-NRM-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TODAY-NORMAL
               END-READ
           END-PERFORM
           CLOSE NORMALS-FILE
           IF WS-TNM-OVERFLOW = "Y"
               DISPLAY
                  "  Warning: more normals than the table holds - "
                  "some sites will show no departure from normal."
           END-IF.

      *> ============================================================
      *> Keep one normals line when its day is one of the three.
      *> ============================================================
       LOAD-ONE-TODAY-NORMAL.
           INITIALIZE WS-TNM-IN-FIELDS
           UNSTRING NORMALS-RECORD DELIMITED BY "|"
               INTO WS-TNM-IN-SITE
                    WS-TNM-IN-MMDD
                    WS-TNM-IN-TEMP
                    WS-TNM-IN-WIND
                    WS-TNM-IN-PRECIP
                    WS-TNM-IN-YEARS
           END-UNSTRING
           IF WS-TNM-IN-MMDD NOT = WS-TNM-MMDD-1
               AND WS-TNM-IN-MMDD NOT = WS-TNM-MMDD-2
               AND WS-TNM-IN-MMDD NOT = WS-TNM-MMDD-3
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-TNM-IN-TEMP)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TNM-COUNT >= 1500
               MOVE "Y" TO WS-TNM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TNM-COUNT
           MOVE WS-TNM-IN-SITE TO WS-TNM-SITE(WS-TNM-COUNT)
           MOVE WS-TNM-IN-MMDD TO WS-TNM-MMDD(WS-TNM-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TNM-IN-TEMP))
               TO WS-TNM-TEMP(WS-TNM-COUNT)
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-TNM-IN-YEARS)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TNM-IN-YEARS))
                   TO WS-TNM-YEARS(WS-TNM-COUNT)
           ELSE
               MOVE 0 TO WS-TNM-YEARS(WS-TNM-COUNT)
           END-IF.

      *> ============================================================
      *> Set the current reading against its site's normal for its
      *> local day: WS-NORMAL-FOUND, the normal, the signed
      *> departure, and a HIGH or LOW flag when the departure is
      *> beyond WS-NORMAL-DEPART-LIMIT degrees. WS-OBSERVATION-KEY
      *> must already be set.
      *> ============================================================
       LOOKUP-TEMP-NORMAL.
           MOVE "N" TO WS-NORMAL-FOUND
           MOVE SPACES TO WS-NORMAL-FLAG
           IF WS-TNM-COUNT = 0
               OR FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-TEMPERATURE)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-OBSERVATION-LOCAL-DATE
           PERFORM VARYING WS-TNM-IDX FROM 1 BY 1
               UNTIL WS-TNM-IDX > WS-TNM-COUNT
                   OR WS-NORMAL-FOUND = "Y"
               IF FUNCTION TRIM(WS-TNM-SITE(WS-TNM-IDX)) =
                       FUNCTION TRIM(WS-OBSERVATION-KEY)
                   AND WS-TNM-MMDD(WS-TNM-IDX) =
                       WS-OBS-LOCAL-DATE(5:4)
                   MOVE "Y" TO WS-NORMAL-FOUND
                   MOVE WS-TNM-TEMP(WS-TNM-IDX) TO WS-NORMAL-TEMP
                   MOVE WS-TNM-YEARS(WS-TNM-IDX) TO WS-NORMAL-YEARS
               END-IF
           END-PERFORM
           IF WS-NORMAL-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NORMAL-DEPART =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMPERATURE))
               - WS-NORMAL-TEMP
           IF WS-NORMAL-DEPART > WS-NORMAL-DEPART-LIMIT
               MOVE "HIGH" TO WS-NORMAL-FLAG
           END-IF
           IF WS-NORMAL-DEPART < 0 - WS-NORMAL-DEPART-LIMIT
               MOVE "LOW" TO WS-NORMAL-FLAG
           END-IF
           MOVE WS-NORMAL-TEMP TO WS-NORMAL-EDIT
           MOVE WS-NORMAL-DEPART TO WS-DEPART-EDIT.

      *> ============================================================
      *> Take the reporting date range from START= and END= on the
      *> command line, or prompt for it. A bound that is not
      *> YYYYMMDD fails the run with return code 8 (WS-RANGE-OK
      *> stays N); a blank bound leaves that end of the range open.
      *> ============================================================
       GET-RUN-DATE-RANGE.
           MOVE "N" TO WS-RANGE-OK
           IF WS-ARGS-PRESENT = "Y"
               MOVE WS-ARG-START-DATE TO WS-RANGE-START-DATE
               MOVE WS-ARG-END-DATE TO WS-RANGE-END-DATE
           ELSE
               DISPLAY
                  "  Start date (YYYYMMDD, blank for all): "
                   WITH NO ADVANCING
               ACCEPT WS-RANGE-START-DATE
               DISPLAY
                  "  End date   (YYYYMMDD, blank for all): "
                   WITH NO ADVANCING
               ACCEPT WS-RANGE-END-DATE
           END-IF
           IF FUNCTION TRIM(WS-RANGE-START-DATE) NOT = SPACES
               AND (FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-RANGE-START-DATE)) NOT = 0
                   OR FUNCTION LENGTH(FUNCTION TRIM
                       (WS-RANGE-START-DATE)) NOT = 8)
               DISPLAY
                  "  Error: START= must be YYYYMMDD or blank."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-RANGE-END-DATE) NOT = SPACES
               AND (FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-RANGE-END-DATE)) NOT = 0
                   OR FUNCTION LENGTH(FUNCTION TRIM
                       (WS-RANGE-END-DATE)) NOT = 8)
               DISPLAY
                  "  Error: END= must be YYYYMMDD or blank."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-RANGE-START-DATE) = SPACES
               MOVE "00000000" TO WS-RANGE-START-DATE
           END-IF
           IF FUNCTION TRIM(WS-RANGE-END-DATE) = SPACES
               MOVE "99999999" TO WS-RANGE-END-DATE
           END-IF
           MOVE "Y" TO WS-RANGE-OK.

      *> ============================================================
      *> Event register mode: walk the observation store in key
      *> order for the requested range, detect heatwaves, cold
      *> spells, dry spells and wind storms per site, and rewrite
      *> the event register and the by-group event report. A
      *> GROUP= parameter restricts the run to one group's sites.
      *> ============================================================
       EVENT-REGISTER-MODE.
           PERFORM GET-RUN-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACES

           INITIALIZE WS-EVT-TABLE
           MOVE 0 TO WS-EVT-COUNT
           MOVE 0 TO WS-EVT-TOTAL-WRITTEN
           MOVE "N" TO WS-EVT-OVERFLOW
           MOVE "N" TO WS-EVT-SITE-OPEN
           MOVE "N" TO WS-EVT-EOF
           OPEN INPUT OBSERVATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open the observation store "
                   WS-OBS-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EVENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open event register file "
                   WS-EVENT-FILEPATH
               CLOSE OBSERVATION-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO OBS-KEY
           START OBSERVATION-FILE KEY IS >= OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EVT-EOF
           END-START
           PERFORM UNTIL WS-EVT-EOF = "Y"
               READ OBSERVATION-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EVT-EOF
                   NOT AT END
                       IF OBS-DATE >= WS-RANGE-START-DATE
                           AND OBS-DATE <= WS-RANGE-END-DATE
                           AND FUNCTION TEST-NUMVAL
                               (FUNCTION TRIM(OBS-DATE)) = 0
                           PERFORM ACCUMULATE-EVENT-OBS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OBSERVATION-FILE
           IF WS-EVT-SITE-OPEN = "Y"
               PERFORM CLOSE-EVENT-SITE
           END-IF
           CLOSE EVENT-FILE
           PERFORM WRITE-EVENT-GROUP-REPORT

           MOVE WS-EVT-TOTAL-WRITTEN TO WS-RUN-COUNT-EDIT
           DISPLAY
              "  Event register written to "
               FUNCTION TRIM(WS-EVENT-FILEPATH) ": "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) " events."
           DISPLAY
              "  Event report by group written to "
               WS-EVENT-REPORT-FILEPATH.

      *> ============================================================
      *> Fold one observation into the current site-day, closing
      *> the previous day (and site) when the key order moves on.
      *> ============================================================
       ACCUMULATE-EVENT-OBS.
           IF WS-EVT-SITE-OPEN = "Y"
               AND OBS-SITE-KEY NOT = WS-EVT-CUR-SITE
               PERFORM CLOSE-EVENT-SITE
           END-IF
           IF WS-EVT-SITE-OPEN = "N"
               MOVE "Y" TO WS-EVT-SITE-OPEN
               MOVE OBS-SITE-KEY TO WS-EVT-CUR-SITE
               MOVE "N" TO WS-EVT-DAY-OPEN
               MOVE 0 TO WS-EVT-PREV-INT
               INITIALIZE WS-EVT-RUN-TABLE
               PERFORM GET-EVENT-SITE-LIMITS
               MOVE "N" TO WS-EVT-SITE-SKIP
               IF FUNCTION TRIM(WS-GROUP-FILTER) NOT = SPACES
                   AND FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-EVT-GROUP)) NOT =
                       FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-GROUP-FILTER))
                   MOVE "Y" TO WS-EVT-SITE-SKIP
               END-IF
           END-IF
           IF WS-EVT-SITE-SKIP = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-DAY-OPEN = "Y"
               AND OBS-DATE NOT = WS-EVT-CUR-DATE
               PERFORM CLOSE-EVENT-DAY
           END-IF
           IF WS-EVT-DAY-OPEN = "N"
               MOVE "Y" TO WS-EVT-DAY-OPEN
               MOVE OBS-DATE TO WS-EVT-CUR-DATE
               MOVE 0 TO WS-EVT-TEMP-SUM WS-EVT-TEMP-COUNT
               MOVE 0 TO WS-EVT-WIND-COUNT WS-EVT-PRECIP-COUNT
               MOVE 0 TO WS-EVT-PRECIP-SUM
               MOVE 0 TO WS-EVT-TEMP-MIN WS-EVT-WIND-MAX
           END-IF
      *> The limits and EVENT-HEAT-TEMP are metric whatever the
      *> display units, so an imperial reading is converted first.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-TEMP)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-TEMP))
                   TO WS-NUM-TEMP
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
                  = "IMPERIAL"
                   COMPUTE WS-NUM-TEMP = (WS-NUM-TEMP - 32) * 5 / 9
               END-IF
               IF WS-EVT-TEMP-COUNT = 0
                   OR WS-NUM-TEMP < WS-EVT-TEMP-MIN
                   MOVE WS-NUM-TEMP TO WS-EVT-TEMP-MIN
               END-IF
               ADD WS-NUM-TEMP TO WS-EVT-TEMP-SUM
               ADD 1 TO WS-EVT-TEMP-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-WIND)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-WIND))
                   TO WS-NUM-WIND
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
                  = "IMPERIAL"
                   COMPUTE WS-NUM-WIND = WS-NUM-WIND * 1.60934
               END-IF
               IF WS-EVT-WIND-COUNT = 0
                   OR WS-NUM-WIND > WS-EVT-WIND-MAX
                   MOVE WS-NUM-WIND TO WS-EVT-WIND-MAX
               END-IF
               ADD 1 TO WS-EVT-WIND-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-PRECIP)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(OBS-PRECIP))
                   TO WS-EVT-PRECIP-SUM
               ADD 1 TO WS-EVT-PRECIP-COUNT
           END-IF.

      *> ============================================================
      *> Look up the site's group and its temp-min and wind-max
      *> limits on the master. Non-site keys (and sites with a
      *> blank limit) get no group and no cold-spell or wind-storm
      *> detection; heatwaves and dry spells need no site limit.
      *> ============================================================
       GET-EVENT-SITE-LIMITS.
           MOVE SPACES TO WS-EVT-GROUP
           MOVE "N" TO WS-EVT-TEMP-LIMIT-SET
           MOVE "N" TO WS-EVT-WIND-LIMIT-SET
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-EVT-CUR-SITE)) > 10
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SITE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               IF WS-FILE-STATUS NOT = "35"
                   DISPLAY
                      "  Warning: site master "
                       WS-SITE-MASTER-FILEPATH
                      " did not open (file status "
                       WS-FILE-STATUS ") - no group or site limits "
                      "for " FUNCTION TRIM(WS-EVT-CUR-SITE) "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-EVT-CUR-SITE)) TO SITE-CODE
           READ SITE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SITE-GROUP TO WS-EVT-GROUP
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(SITE-TEMP-MIN)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(SITE-TEMP-MIN))
                           TO WS-EVT-TEMP-LIMIT
                       MOVE "Y" TO WS-EVT-TEMP-LIMIT-SET
                   END-IF
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(SITE-WIND-MAX)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(SITE-WIND-MAX))
                           TO WS-EVT-WIND-LIMIT
                       MOVE "Y" TO WS-EVT-WIND-LIMIT-SET
                   END-IF
           END-READ
           CLOSE SITE-MASTER-FILE.

      *> ============================================================
      *> Close out the current site-day against each of the four
      *> runs. A missing day between this one and the last breaks
      *> every run, so an event is always a consecutive stretch.
      *> ============================================================
       CLOSE-EVENT-DAY.
           MOVE "N" TO WS-EVT-DAY-OPEN
           COMPUTE WS-EVT-DAY-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-EVT-CUR-DATE))
           IF WS-EVT-PREV-INT > 0
               AND WS-EVT-DAY-INT NOT = WS-EVT-PREV-INT + 1
               MOVE "CLOSED" TO WS-EVT-STATUS
               PERFORM VARYING WS-EVT-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-EVT-TYPE-IDX > 4
                   PERFORM CLOSE-EVENT-RUN
               END-PERFORM
           END-IF
           MOVE WS-EVT-DAY-INT TO WS-EVT-PREV-INT
           IF WS-EVT-TEMP-COUNT > 0
               COMPUTE WS-EVT-DAY-MEAN ROUNDED =
                   WS-EVT-TEMP-SUM / WS-EVT-TEMP-COUNT
           END-IF

      *> Heatwave: daily mean above the configured temperature;
      *> peak is the hottest daily mean.
           MOVE 1 TO WS-EVT-TYPE-IDX
           MOVE "N" TO WS-EVT-HIT
           IF WS-EVT-TEMP-COUNT > 0
               AND WS-EVT-DAY-MEAN > WS-EVT-HEAT-TEMP
               MOVE "Y" TO WS-EVT-HIT
               MOVE WS-EVT-DAY-MEAN TO WS-EVT-VALUE
           END-IF
           PERFORM APPLY-EVENT-DAY

      *> Cold spell: daily minimum below the site's temp-min limit;
      *> peak is the coldest reading.
           MOVE 2 TO WS-EVT-TYPE-IDX
           MOVE "N" TO WS-EVT-HIT
           IF WS-EVT-TEMP-COUNT > 0
               AND WS-EVT-TEMP-LIMIT-SET = "Y"
               AND WS-EVT-TEMP-MIN < WS-EVT-TEMP-LIMIT
               MOVE "Y" TO WS-EVT-HIT
               MOVE WS-EVT-TEMP-MIN TO WS-EVT-VALUE
           END-IF
           PERFORM APPLY-EVENT-DAY

      *> Dry spell: precipitation read and all of it zero; peak is
      *> the hottest daily mean, the figure crop-loss claims ask.
           MOVE 3 TO WS-EVT-TYPE-IDX
           MOVE "N" TO WS-EVT-HIT
           IF WS-EVT-PRECIP-COUNT > 0
               AND WS-EVT-PRECIP-SUM = 0
               MOVE "Y" TO WS-EVT-HIT
               IF WS-EVT-TEMP-COUNT > 0
                   MOVE WS-EVT-DAY-MEAN TO WS-EVT-VALUE
               ELSE
                   MOVE 0 TO WS-EVT-VALUE
               END-IF
           END-IF
           PERFORM APPLY-EVENT-DAY

      *> Wind storm: daily maximum wind above the site's wind-max
      *> limit; peak is the strongest reading.
           MOVE 4 TO WS-EVT-TYPE-IDX
           MOVE "N" TO WS-EVT-HIT
           IF WS-EVT-WIND-COUNT > 0
               AND WS-EVT-WIND-LIMIT-SET = "Y"
               AND WS-EVT-WIND-MAX > WS-EVT-WIND-LIMIT
               MOVE "Y" TO WS-EVT-HIT
               MOVE WS-EVT-WIND-MAX TO WS-EVT-VALUE
           END-IF
           PERFORM APPLY-EVENT-DAY.

      *> ============================================================
      *> Open or extend run WS-EVT-TYPE-IDX on a qualifying day,
      *> keeping its peak; close it on a day that does not qualify.
      *> ============================================================
       APPLY-EVENT-DAY.
           IF WS-EVT-HIT NOT = "Y"
               MOVE "CLOSED" TO WS-EVT-STATUS
               PERFORM CLOSE-EVENT-RUN
               EXIT PARAGRAPH
           END-IF
           IF WS-EVR-DAYS(WS-EVT-TYPE-IDX) = 0
               MOVE WS-EVT-CUR-DATE TO WS-EVR-START(WS-EVT-TYPE-IDX)
               MOVE WS-EVT-VALUE TO WS-EVR-PEAK(WS-EVT-TYPE-IDX)
           END-IF
           ADD 1 TO WS-EVR-DAYS(WS-EVT-TYPE-IDX)
           MOVE WS-EVT-CUR-DATE TO WS-EVR-END(WS-EVT-TYPE-IDX)
           EVALUATE WS-EVT-TYPE-IDX
               WHEN 2
                   IF WS-EVT-VALUE < WS-EVR-PEAK(WS-EVT-TYPE-IDX)
                       MOVE WS-EVT-VALUE
                           TO WS-EVR-PEAK(WS-EVT-TYPE-IDX)
                   END-IF
               WHEN OTHER
                   IF WS-EVT-VALUE > WS-EVR-PEAK(WS-EVT-TYPE-IDX)
                       MOVE WS-EVT-VALUE
                           TO WS-EVR-PEAK(WS-EVT-TYPE-IDX)
                   END-IF
           END-EVALUATE.

      *> ============================================================
      *> End run WS-EVT-TYPE-IDX: a run long enough for its type is
      *> written as an event with status WS-EVT-STATUS, and the run
      *> is reset either way.
      *> ============================================================
       CLOSE-EVENT-RUN.
           IF WS-EVR-DAYS(WS-EVT-TYPE-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-EVT-TYPE-IDX
               WHEN 1
                   MOVE "HEATWAVE" TO WS-EVT-TYPE-NAME
                   MOVE WS-EVT-MIN-DAYS TO WS-EVT-NEEDED-DAYS
               WHEN 2
                   MOVE "COLD-SPELL" TO WS-EVT-TYPE-NAME
                   MOVE WS-EVT-MIN-DAYS TO WS-EVT-NEEDED-DAYS
               WHEN 3
                   MOVE "DRY-SPELL" TO WS-EVT-TYPE-NAME
                   MOVE WS-EVT-DRY-DAYS TO WS-EVT-NEEDED-DAYS
               WHEN OTHER
                   MOVE "WINDSTORM" TO WS-EVT-TYPE-NAME
                   MOVE WS-EVT-WIND-DAYS TO WS-EVT-NEEDED-DAYS
           END-EVALUATE
           IF WS-EVR-DAYS(WS-EVT-TYPE-IDX) >= WS-EVT-NEEDED-DAYS
               PERFORM WRITE-EVENT-RECORD
           END-IF
           MOVE 0 TO WS-EVR-DAYS(WS-EVT-TYPE-IDX).

      *> ============================================================
      *> The site's data has ended: close its last day, and write
      *> any run still going as an OPEN event.
      *> ============================================================
       CLOSE-EVENT-SITE.
           IF WS-EVT-SITE-SKIP NOT = "Y"
               IF WS-EVT-DAY-OPEN = "Y"
                   PERFORM CLOSE-EVENT-DAY
               END-IF
               MOVE "OPEN" TO WS-EVT-STATUS
               PERFORM VARYING WS-EVT-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-EVT-TYPE-IDX > 4
                   PERFORM CLOSE-EVENT-RUN
               END-PERFORM
           END-IF
           MOVE "N" TO WS-EVT-SITE-OPEN.

      *> ============================================================
      *> Write one event to the register and keep it for the
      *> by-group report.
      *> ============================================================
       WRITE-EVENT-RECORD.
           MOVE WS-EVR-DAYS(WS-EVT-TYPE-IDX) TO WS-EVT-DAYS-EDIT
           MOVE WS-EVR-PEAK(WS-EVT-TYPE-IDX) TO WS-STAT-EDIT
           MOVE SPACES TO EVENT-RECORD
           STRING
               FUNCTION TRIM(WS-EVT-CUR-SITE) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-GROUP) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-TYPE-NAME) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EVR-START(WS-EVT-TYPE-IDX) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EVR-END(WS-EVT-TYPE-IDX) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-DAYS-EDIT) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-STATUS) DELIMITED SIZE
               INTO EVENT-RECORD
           END-STRING
           WRITE EVENT-RECORD
           ADD 1 TO WS-EVT-TOTAL-WRITTEN
           IF WS-EVT-COUNT >= 500
               IF WS-EVT-OVERFLOW = "N"
                   DISPLAY
                      "  Warning: more than 500 events - the "
                      "register is complete but the group report "
                      "lists only the first 500."
                   MOVE "Y" TO WS-EVT-OVERFLOW
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-COUNT
           MOVE WS-EVT-CUR-SITE TO WS-EVE-SITE(WS-EVT-COUNT)
           MOVE WS-EVT-GROUP TO WS-EVE-GROUP(WS-EVT-COUNT)
           MOVE WS-EVT-TYPE-NAME TO WS-EVE-TYPE(WS-EVT-COUNT)
           MOVE WS-EVR-START(WS-EVT-TYPE-IDX)
               TO WS-EVE-START(WS-EVT-COUNT)
           MOVE WS-EVR-END(WS-EVT-TYPE-IDX)
               TO WS-EVE-END(WS-EVT-COUNT)
           MOVE WS-EVR-DAYS(WS-EVT-TYPE-IDX)
               TO WS-EVE-DAYS(WS-EVT-COUNT)
           MOVE WS-EVR-PEAK(WS-EVT-TYPE-IDX)
               TO WS-EVE-PEAK(WS-EVT-COUNT)
           MOVE WS-EVT-STATUS TO WS-EVE-STATUS(WS-EVT-COUNT).

      *> ============================================================
      *> Write the event report: one section per site group (sites
      *> off the master fall under "(none)"), each opening with its
      *> count by type and listing its events in site order.
      *> ============================================================
       WRITE-EVENT-GROUP-REPORT.
           OPEN OUTPUT EVENT-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open event report file "
                   WS-EVENT-REPORT-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EVENT-REPORT-RECORD
           STRING
               "WEATHER EVENTS BY SITE GROUP  run " DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               "  range " DELIMITED SIZE
               WS-RANGE-START-DATE DELIMITED SIZE
               " - " DELIMITED SIZE
               WS-RANGE-END-DATE DELIMITED SIZE
               INTO EVENT-REPORT-RECORD
           END-STRING
           WRITE EVENT-REPORT-RECORD
           MOVE WS-HEADER-LINE TO EVENT-REPORT-RECORD
           WRITE EVENT-REPORT-RECORD

      *> Groups in order of first appearance.
           INITIALIZE WS-EVT-GRP-TABLE
           MOVE 0 TO WS-EVT-GRP-COUNT
           MOVE "N" TO WS-EVT-GRP-OVERFLOW
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
               MOVE "N" TO WS-EVT-GRP-FOUND
               PERFORM VARYING WS-EVT-GRP-IDX FROM 1 BY 1
                   UNTIL WS-EVT-GRP-IDX > WS-EVT-GRP-COUNT
                   IF WS-EVT-GRP-NAME(WS-EVT-GRP-IDX) =
                           WS-EVE-GROUP(WS-EVT-IDX)
                       MOVE "Y" TO WS-EVT-GRP-FOUND
                   END-IF
               END-PERFORM
               IF WS-EVT-GRP-FOUND = "N"
                   IF WS-EVT-GRP-COUNT < 50
                       ADD 1 TO WS-EVT-GRP-COUNT
                       MOVE WS-EVE-GROUP(WS-EVT-IDX)
                           TO WS-EVT-GRP-NAME(WS-EVT-GRP-COUNT)
                   ELSE
                       MOVE "Y" TO WS-EVT-GRP-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EVT-COUNT = 0
               MOVE "No events in the requested range."
                   TO EVENT-REPORT-RECORD
               WRITE EVENT-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-EVT-GRP-IDX FROM 1 BY 1
               UNTIL WS-EVT-GRP-IDX > WS-EVT-GRP-COUNT
               PERFORM WRITE-EVENT-GROUP-SECTION
           END-PERFORM
           IF WS-EVT-GRP-OVERFLOW = "Y"
               MOVE SPACES TO EVENT-REPORT-RECORD
               WRITE EVENT-REPORT-RECORD
               MOVE "Note: more than 50 groups - events for the rest "
                 & "are in the register but not reported here."
                   TO EVENT-REPORT-RECORD
               WRITE EVENT-REPORT-RECORD
           END-IF
           CLOSE EVENT-REPORT-FILE.

      *> ============================================================
      *> Write one group's section of the event report.
      *> ============================================================
       WRITE-EVENT-GROUP-SECTION.
           INITIALIZE WS-EVT-GRP-TYPE-COUNTS
           MOVE 0 TO WS-EVT-GRP-TOTAL
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EVE-GROUP(WS-EVT-IDX) =
                       WS-EVT-GRP-NAME(WS-EVT-GRP-IDX)
                   ADD 1 TO WS-EVT-GRP-TOTAL
                   EVALUATE WS-EVE-TYPE(WS-EVT-IDX)
                       WHEN "HEATWAVE"
                           ADD 1 TO WS-EVT-GRP-TYPE-N(1)
                       WHEN "COLD-SPELL"
                           ADD 1 TO WS-EVT-GRP-TYPE-N(2)
                       WHEN "DRY-SPELL"
                           ADD 1 TO WS-EVT-GRP-TYPE-N(3)
                       WHEN OTHER
                           ADD 1 TO WS-EVT-GRP-TYPE-N(4)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-EVT-GRP-TOTAL TO WS-EVT-DAYS-EDIT
           MOVE WS-EVT-GRP-TYPE-N(1) TO WS-EVT-COUNT-EDIT-1
           MOVE WS-EVT-GRP-TYPE-N(2) TO WS-EVT-COUNT-EDIT-2
           MOVE WS-EVT-GRP-TYPE-N(3) TO WS-EVT-COUNT-EDIT-3
           MOVE WS-EVT-GRP-TYPE-N(4) TO WS-EVT-COUNT-EDIT-4
           MOVE SPACES TO EVENT-REPORT-RECORD
           IF WS-EVT-GRP-NAME(WS-EVT-GRP-IDX) = SPACES
               MOVE "Group: (none)" TO EVENT-REPORT-RECORD
           ELSE
               STRING
                   "Group: " DELIMITED SIZE
                   FUNCTION TRIM(WS-EVT-GRP-NAME(WS-EVT-GRP-IDX))
                       DELIMITED SIZE
                   INTO EVENT-REPORT-RECORD
               END-STRING
           END-IF
           STRING
               FUNCTION TRIM(EVENT-REPORT-RECORD) DELIMITED SIZE
               "  events " DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-DAYS-EDIT) DELIMITED SIZE
               "  heatwave " DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-COUNT-EDIT-1) DELIMITED SIZE
               "  cold " DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-COUNT-EDIT-2) DELIMITED SIZE
               "  dry " DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-COUNT-EDIT-3) DELIMITED SIZE
               "  wind " DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-COUNT-EDIT-4) DELIMITED SIZE
               INTO EVENT-REPORT-RECORD
           END-STRING
           WRITE EVENT-REPORT-RECORD

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EVE-GROUP(WS-EVT-IDX) =
                       WS-EVT-GRP-NAME(WS-EVT-GRP-IDX)
                   PERFORM WRITE-EVENT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-HEADER-LINE TO EVENT-REPORT-RECORD
           WRITE EVENT-REPORT-RECORD.

      *> ============================================================
      *> One event line: site, type, dates, length, peak, and an
      *> OPEN marker for an event still running at the data's end.
      *> ============================================================
       WRITE-EVENT-REPORT-LINE.
           MOVE WS-EVE-DAYS(WS-EVT-IDX) TO WS-EVT-DAYS-EDIT
           MOVE WS-EVE-PEAK(WS-EVT-IDX) TO WS-STAT-EDIT
           IF WS-EVE-TYPE(WS-EVT-IDX) = "WINDSTORM"
               MOVE "km/h" TO WS-EVT-PEAK-UNIT
           ELSE
               MOVE "C" TO WS-EVT-PEAK-UNIT
           END-IF
           MOVE SPACES TO WS-EVT-OPEN-NOTE
           IF WS-EVE-STATUS(WS-EVT-IDX) = "OPEN"
               MOVE "  (still open)" TO WS-EVT-OPEN-NOTE
           END-IF
           MOVE SPACES TO EVENT-REPORT-RECORD
           STRING
               "  " DELIMITED SIZE
               WS-EVE-SITE(WS-EVT-IDX)(1:12) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-EVE-TYPE(WS-EVT-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-EVE-START(WS-EVT-IDX) DELIMITED SIZE
               " - " DELIMITED SIZE
               WS-EVE-END(WS-EVT-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-EVT-DAYS-EDIT DELIMITED SIZE
               " days  peak " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " " DELIMITED SIZE
               FUNCTION TRIM(WS-EVT-PEAK-UNIT) DELIMITED SIZE
               WS-EVT-OPEN-NOTE DELIMITED SIZE
               INTO EVENT-REPORT-RECORD
           END-STRING
           WRITE EVENT-REPORT-RECORD.

      *> ============================================================
      *> Daily site summary extract for the energy billing load:
      *> one fixed-width record per site per day in the range,
      *> built from the observation store. Sites are taken from
      *> the master in code order; an active site with no reading
      *> on a day gets a flagged missing record so the load job
      *> sees the hole. START= and END= default to yesterday, and
      *> GROUP= restricts the extract to one group's sites. The
      *> trailer's counts and hash totals let the receiving job
      *> reject a truncated or altered file.
      *> ============================================================
       DAILY-EXTRACT-MODE.
           PERFORM GET-RUN-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      *> An open-ended range means yesterday - today's readings
      *> are still coming in.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-XTR-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-XTR-DATE-INT)
               TO WS-XTR-DATE-NUM
           IF WS-RANGE-START-DATE = "00000000"
               MOVE WS-XTR-DATE-NUM TO WS-RANGE-START-DATE
           END-IF
           IF WS-RANGE-END-DATE = "99999999"
               MOVE WS-XTR-DATE-NUM TO WS-RANGE-END-DATE
           END-IF
           MOVE WS-RANGE-START-DATE TO WS-XTR-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-XTR-DATE-NUM) NOT = 0
               DISPLAY "  Error: START= is not a calendar date."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XTR-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-XTR-DATE-NUM)
           MOVE WS-RANGE-END-DATE TO WS-XTR-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-XTR-DATE-NUM) NOT = 0
               DISPLAY "  Error: END= is not a calendar date."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XTR-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-XTR-DATE-NUM)
           IF WS-XTR-START-INT > WS-XTR-END-INT
               DISPLAY "  Error: START= is after END=."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACES

           MOVE 0 TO WS-XTR-RECORDS
           MOVE 0 TO WS-XTR-OBSERVED
           MOVE 0 TO WS-XTR-MISSING
           MOVE 0 TO WS-XTR-SITES
           MOVE 0 TO WS-XTR-MIN-HASH
           MOVE 0 TO WS-XTR-MAX-HASH
           MOVE 0 TO WS-XTR-MEAN-HASH
           MOVE 0 TO WS-XTR-HDD-HASH
           MOVE 0 TO WS-XTR-CDD-HASH
           OPEN INPUT SITE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open site master file "
                   WS-SITE-MASTER-FILEPATH
                   " (file status " WS-FILE-STATUS ")."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OBSERVATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open the observation store "
                   WS-OBS-FILEPATH
               CLOSE SITE-MASTER-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DAILY-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open daily extract file "
                   WS-DAILY-EXTRACT-FILEPATH
               CLOSE OBSERVATION-FILE
               CLOSE SITE-MASTER-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-START-STAMP(1:8) TO WS-XTH-EXTRACT-DATE
           MOVE WS-RUN-START-STAMP(10:6) TO WS-XTH-EXTRACT-TIME
           MOVE WS-RANGE-START-DATE TO WS-XTH-START-DATE
           MOVE WS-RANGE-END-DATE TO WS-XTH-END-DATE
           MOVE WS-XTR-HEADER TO DAILY-EXTRACT-RECORD
           WRITE DAILY-EXTRACT-RECORD

           MOVE "N" TO WS-SITE-EOF
           MOVE LOW-VALUES TO SITE-CODE
           START SITE-MASTER-FILE KEY IS >= SITE-CODE
               INVALID KEY
                   MOVE "Y" TO WS-SITE-EOF
           END-START
           PERFORM UNTIL WS-SITE-EOF = "Y"
               READ SITE-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SITE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(WS-GROUP-FILTER) = SPACES
                           OR FUNCTION UPPER-CASE
                               (FUNCTION TRIM(SITE-GROUP)) =
                              FUNCTION UPPER-CASE
                               (FUNCTION TRIM(WS-GROUP-FILTER))
                           PERFORM EXTRACT-ONE-SITE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-XTR-RECORDS TO WS-XTT-RECORDS
           MOVE WS-XTR-OBSERVED TO WS-XTT-OBSERVED
           MOVE WS-XTR-MISSING TO WS-XTT-MISSING
           MOVE WS-XTR-MIN-HASH TO WS-XTT-MIN-HASH
           MOVE WS-XTR-MAX-HASH TO WS-XTT-MAX-HASH
           MOVE WS-XTR-MEAN-HASH TO WS-XTT-MEAN-HASH
           MOVE WS-XTR-HDD-HASH TO WS-XTT-HDD-HASH
           MOVE WS-XTR-CDD-HASH TO WS-XTT-CDD-HASH
           MOVE WS-XTR-TRAILER TO DAILY-EXTRACT-RECORD
           WRITE DAILY-EXTRACT-RECORD
           CLOSE DAILY-EXTRACT-FILE
           CLOSE OBSERVATION-FILE
           CLOSE SITE-MASTER-FILE

           MOVE WS-XTR-RECORDS TO WS-RUN-COUNT-EDIT
           MOVE WS-XTR-MISSING TO WS-RUN-COUNT-EDIT-2
           DISPLAY
              "  Daily extract " WS-RANGE-START-DATE " to "
               WS-RANGE-END-DATE " written to "
               FUNCTION TRIM(WS-DAILY-EXTRACT-FILEPATH) ": "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) " records, "
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2) " missing."
           IF WS-XTR-SITES = 0
               DISPLAY "  No sites on the master matched - the "
                  "extract holds only its header and trailer."
           END-IF.

      *> ============================================================
      *> Walk one master site through every day of the range. The
      *> degree-day base is the site's own, as in degree-day mode.
      *> ============================================================
       EXTRACT-ONE-SITE.
           ADD 1 TO WS-XTR-SITES
           MOVE SITE-ACTIVE-FLAG TO WS-XTR-SITE-ACTIVE
           MOVE 18 TO WS-DD-BASE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SITE-DD-BASE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(SITE-DD-BASE))
                   TO WS-DD-BASE
           END-IF
           MOVE SITE-CODE TO WS-DD-CUR-SITE
           MOVE SPACES TO WS-DD-MONTH
           MOVE HIGH-VALUES TO WS-DD-SEASON-START
           MOVE WS-XTR-START-INT TO WS-XTR-DATE-INT
           PERFORM UNTIL WS-XTR-DATE-INT > WS-XTR-END-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-XTR-DATE-INT)
                   TO WS-XTR-DATE-NUM
               MOVE WS-XTR-DATE-NUM TO WS-XTR-DATE
               PERFORM EXTRACT-ONE-SITE-DAY
               ADD 1 TO WS-XTR-DATE-INT
           END-PERFORM.

      *> ============================================================
      *> Gather the site's readings for WS-XTR-DATE by key range
      *> and write the day's record: observed if there was at
      *> least one usable reading, missing if the site is active
      *> and there was none. An inactive site's empty days are
      *> simply not its to report.
      *> ============================================================
       EXTRACT-ONE-SITE-DAY.
           MOVE 0 TO WS-XTR-DAY-COUNT
           MOVE 0 TO WS-XTR-DAY-PRECIP
           MOVE 0 TO WS-XTR-DAY-WIND
           MOVE 0 TO WS-DD-DAY-SUM
           MOVE 0 TO WS-DD-DAY-COUNT
           MOVE WS-XTR-DATE TO WS-DD-CUR-DATE
           MOVE "A" TO WS-VST-DAY-STATUS
           MOVE "N" TO WS-XTR-DAY-DONE
           MOVE SPACES TO OBS-KEY
           MOVE SITE-CODE TO OBS-SITE-KEY
           MOVE WS-XTR-DATE TO OBS-DATE
           MOVE LOW-VALUES TO OBS-TIME
           START OBSERVATION-FILE KEY IS >= OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XTR-DAY-DONE
           END-START
           PERFORM UNTIL WS-XTR-DAY-DONE = "Y"
               READ OBSERVATION-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-XTR-DAY-DONE
                   NOT AT END
                       IF OBS-SITE-KEY NOT = SITE-CODE
                           OR OBS-DATE NOT = WS-XTR-DATE
                           MOVE "Y" TO WS-XTR-DAY-DONE
                       ELSE
                           PERFORM ADD-EXTRACT-READING
                       END-IF
               END-READ
           END-PERFORM

           MOVE SITE-CODE TO WS-XTD-SITE
           MOVE WS-XTR-DATE TO WS-XTD-DATE
           MOVE WS-DD-BASE TO WS-XTD-DD-BASE
           IF WS-XTR-DAY-COUNT > 0
               COMPUTE WS-XTR-OUT-MIN ROUNDED = WS-XTR-DAY-MIN
               COMPUTE WS-XTR-OUT-MAX ROUNDED = WS-XTR-DAY-MAX
               PERFORM CLOSE-DEGREE-DAY
               MOVE WS-DD-DAY-MEAN TO WS-XTR-OUT-MEAN
               MOVE WS-DD-DAY-HDD TO WS-XTR-OUT-HDD
               MOVE WS-DD-DAY-CDD TO WS-XTR-OUT-CDD
               MOVE "O" TO WS-XTD-STATUS
               MOVE WS-VST-DAY-STATUS TO WS-XTD-VERIFY
               MOVE WS-XTR-DAY-COUNT TO WS-XTD-READINGS
               MOVE WS-XTR-OUT-MIN TO WS-XTD-MIN-TEMP
               MOVE WS-XTR-OUT-MAX TO WS-XTD-MAX-TEMP
               MOVE WS-XTR-OUT-MEAN TO WS-XTD-MEAN-TEMP
               MOVE WS-XTR-DAY-PRECIP TO WS-XTD-PRECIP
               MOVE WS-XTR-DAY-WIND TO WS-XTD-MAX-WIND
               MOVE WS-XTR-OUT-HDD TO WS-XTD-HDD
               MOVE WS-XTR-OUT-CDD TO WS-XTD-CDD
               ADD WS-XTR-OUT-MIN TO WS-XTR-MIN-HASH
               ADD WS-XTR-OUT-MAX TO WS-XTR-MAX-HASH
               ADD WS-XTR-OUT-MEAN TO WS-XTR-MEAN-HASH
               ADD WS-XTR-OUT-HDD TO WS-XTR-HDD-HASH
               ADD WS-XTR-OUT-CDD TO WS-XTR-CDD-HASH
               ADD 1 TO WS-XTR-OBSERVED
           ELSE
               IF WS-XTR-SITE-ACTIVE NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "M" TO WS-XTD-STATUS
               MOVE SPACE TO WS-XTD-VERIFY
               MOVE 0 TO WS-XTD-READINGS
               MOVE 0 TO WS-XTD-MIN-TEMP
               MOVE 0 TO WS-XTD-MAX-TEMP
               MOVE 0 TO WS-XTD-MEAN-TEMP
               MOVE 0 TO WS-XTD-PRECIP
               MOVE 0 TO WS-XTD-MAX-WIND
               MOVE 0 TO WS-XTD-HDD
               MOVE 0 TO WS-XTD-CDD
               ADD 1 TO WS-XTR-MISSING
           END-IF
           MOVE WS-XTR-DETAIL TO DAILY-EXTRACT-RECORD
           WRITE DAILY-EXTRACT-RECORD
           ADD 1 TO WS-XTR-RECORDS.

      *> ============================================================
      *> Fold one stored reading into the extract day, converting
      *> imperial readings to metric. A reading without a numeric
      *> temperature is left out altogether.
      *> ============================================================
       ADD-EXTRACT-READING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-TEMP)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-TEMP))
               TO WS-NUM-TEMP
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
              = "IMPERIAL"
               COMPUTE WS-NUM-TEMP = (WS-NUM-TEMP - 32) * 5 / 9
           END-IF
           IF WS-XTR-DAY-COUNT = 0
               MOVE WS-NUM-TEMP TO WS-XTR-DAY-MIN
               MOVE WS-NUM-TEMP TO WS-XTR-DAY-MAX
           END-IF
           IF WS-NUM-TEMP < WS-XTR-DAY-MIN
               MOVE WS-NUM-TEMP TO WS-XTR-DAY-MIN
           END-IF
           IF WS-NUM-TEMP > WS-XTR-DAY-MAX
               MOVE WS-NUM-TEMP TO WS-XTR-DAY-MAX
           END-IF
           ADD WS-NUM-TEMP TO WS-DD-DAY-SUM
           ADD 1 TO WS-DD-DAY-COUNT
           ADD 1 TO WS-XTR-DAY-COUNT
           PERFORM FOLD-VERIFY-STATUS
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-PRECIP)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-PRECIP))
                   TO WS-XTR-NUM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
                  = "IMPERIAL"
                   COMPUTE WS-XTR-NUM ROUNDED = WS-XTR-NUM * 25.4
               END-IF
               ADD WS-XTR-NUM TO WS-XTR-DAY-PRECIP
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-WIND)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-WIND))
                   TO WS-XTR-NUM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
                  = "IMPERIAL"
                   COMPUTE WS-XTR-NUM ROUNDED =
                       WS-XTR-NUM * 1.60934
               END-IF
               IF WS-XTR-NUM > WS-XTR-DAY-WIND
                   MOVE WS-XTR-NUM TO WS-XTR-DAY-WIND
               END-IF
           END-IF.

      *> ============================================================
      *> Next-day verification mode: check every LIVE site-day in
      *> the range that has not been checked yet against the
      *> archive API's summary for that day, list the site-days
      *> whose temperature, humidity or wind differ by more than
      *> the configured tolerance, and mark each live reading of
      *> the day verified (V) or disputed (D) with the check date.
      *> Days up to yesterday only - the archive has no today. A
      *> site-day the archive call fails for stays unmarked and is
      *> picked up again next run.
      *> ============================================================
       VERIFY-OBSERVATIONS-MODE.
           PERFORM GET-RUN-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VFY-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-VFY-DATE-INT)
               TO WS-VFY-DATE-NUM
           MOVE WS-VFY-DATE-NUM TO WS-VFY-END-DATE
           IF WS-RANGE-END-DATE < WS-VFY-END-DATE
               MOVE WS-RANGE-END-DATE TO WS-VFY-END-DATE
           END-IF
           DISPLAY SPACES

           INITIALIZE WS-VFY-TABLE
           MOVE 0 TO WS-VFY-COUNT
           MOVE 0 TO WS-VFY-QUEUED
           MOVE 0 TO WS-VFY-VERIFIED
           MOVE 0 TO WS-VFY-DISPUTED
           MOVE 0 TO WS-VFY-NOT-CHECKED
           MOVE 0 TO WS-VFY-MARKED
           MOVE "N" TO WS-VFY-OVERFLOW
           MOVE "N" TO WS-VFY-DAY-OPEN
           MOVE "N" TO WS-VFY-EOF
           PERFORM OPEN-OBSERVATION-STORE-IO
           IF WS-OBS-OPEN-OK NOT = "Y"
               DISPLAY
                  "  Error: Could not open the observation store "
                   WS-OBS-FILEPATH
                  " (file status " WS-FILE-STATUS ")."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open verification report "
                   WS-VERIFY-REPORT-FILEPATH
               CLOSE OBSERVATION-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO OBS-KEY
           START OBSERVATION-FILE KEY IS >= OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-VFY-EOF
           END-START
           PERFORM UNTIL WS-VFY-EOF = "Y"
               READ OBSERVATION-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-VFY-EOF
                   NOT AT END
                       IF OBS-DATE >= WS-RANGE-START-DATE
                           AND OBS-DATE <= WS-VFY-END-DATE
                           AND FUNCTION TEST-NUMVAL
                               (FUNCTION TRIM(OBS-DATE)) = 0
                           AND FUNCTION TRIM(OBS-SOURCE) = "LIVE"
                           PERFORM ACCUMULATE-VERIFY-OBS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VFY-DAY-OPEN = "Y"
               PERFORM CLOSE-VERIFY-DAY
           END-IF

           MOVE WS-VFY-TEMP-TOL TO WS-STAT-EDIT
           MOVE WS-VFY-HUM-TOL TO WS-STAT-EDIT-2
           MOVE WS-VFY-WIND-TOL TO WS-STAT-EDIT-3
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING
               "VERIFICATION AGAINST ARCHIVE  run " DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               "  days " DELIMITED SIZE
               WS-RANGE-START-DATE DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-VFY-END-DATE DELIMITED SIZE
               "  tolerance temp " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " humidity " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-2) DELIMITED SIZE
               " wind " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-3) DELIMITED SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING
               "Site-days outside tolerance (stored / archive / "
                   DELIMITED SIZE
               "difference, * = over tolerance):" DELIMITED SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD
           MOVE WS-HEADER-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
               UNTIL WS-VFY-IDX > WS-VFY-COUNT
               PERFORM VERIFY-ONE-SITE-DAY
           END-PERFORM
           CLOSE OBSERVATION-FILE

           MOVE WS-HEADER-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           MOVE WS-VFY-QUEUED TO WS-RUN-COUNT-EDIT
           MOVE WS-VFY-VERIFIED TO WS-RUN-COUNT-EDIT-2
           MOVE WS-VFY-DISPUTED TO WS-STAT-COUNT-EDIT
           MOVE WS-VFY-NOT-CHECKED TO WS-TXN-LINE-EDIT
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING
               "Site-days to check " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
               "  verified " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2) DELIMITED SIZE
               "  disputed " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-COUNT-EDIT) DELIMITED SIZE
               "  not checked " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-LINE-EDIT) DELIMITED SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD
           IF WS-VFY-OVERFLOW = "Y"
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING
                   "More site-days are waiting than one run "
                       DELIMITED SIZE
                   "checks - the rest are left for the next run."
                       DELIMITED SIZE
                   INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD
           END-IF
           CLOSE VERIFY-REPORT-FILE

           ADD WS-VFY-NOT-CHECKED TO WS-RUN-FETCH-FAILS
           DISPLAY
              "  Verification: " FUNCTION TRIM(WS-RUN-COUNT-EDIT)
              " site-days, " FUNCTION TRIM(WS-RUN-COUNT-EDIT-2)
              " verified, " FUNCTION TRIM(WS-STAT-COUNT-EDIT)
              " disputed, " FUNCTION TRIM(WS-TXN-LINE-EDIT)
              " not checked."
           DISPLAY
              "  Verification report written to "
               WS-VERIFY-REPORT-FILEPATH.

      *> ============================================================
      *> Fold one live reading into the current site-day, queueing
      *> the previous site-day when the key order moves on.
      *> ============================================================
       ACCUMULATE-VERIFY-OBS.
           IF WS-VFY-DAY-OPEN = "Y"
               AND (OBS-SITE-KEY NOT = WS-VFY-CUR-SITE
                    OR OBS-DATE NOT = WS-VFY-CUR-DATE)
               PERFORM CLOSE-VERIFY-DAY
           END-IF
           IF WS-VFY-DAY-OPEN = "N"
               MOVE "Y" TO WS-VFY-DAY-OPEN
               MOVE "N" TO WS-VFY-DAY-NEEDED
               MOVE OBS-SITE-KEY TO WS-VFY-CUR-SITE
               MOVE OBS-DATE TO WS-VFY-CUR-DATE
               MOVE 0 TO WS-VFY-TEMP-SUM
               MOVE 0 TO WS-VFY-TEMP-COUNT
               MOVE 0 TO WS-VFY-HUM-SUM
               MOVE 0 TO WS-VFY-HUM-COUNT
               MOVE 0 TO WS-VFY-WIND-MAX
               MOVE 0 TO WS-VFY-WIND-COUNT
           END-IF
           MOVE OBS-LAT TO WS-VFY-CUR-LAT
           MOVE OBS-LON TO WS-VFY-CUR-LON
           IF OBS-VERIFY-FLAG = SPACE
               MOVE "Y" TO WS-VFY-DAY-NEEDED
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-TEMP)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(OBS-TEMP))
                   TO WS-VFY-TEMP-SUM
               ADD 1 TO WS-VFY-TEMP-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-HUMIDITY)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(OBS-HUMIDITY))
                   TO WS-VFY-HUM-SUM
               ADD 1 TO WS-VFY-HUM-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-WIND)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-WIND))
                   TO WS-NUM-WIND
               IF WS-VFY-WIND-COUNT = 0
                   OR WS-NUM-WIND > WS-VFY-WIND-MAX
                   MOVE WS-NUM-WIND TO WS-VFY-WIND-MAX
               END-IF
               ADD 1 TO WS-VFY-WIND-COUNT
           END-IF.

      *> ============================================================
      *> Queue the closed site-day for checking if any of its live
      *> readings is still unmarked and it has a temperature to
      *> compare. The queue is bounded; what does not fit waits
      *> for the next run.
      *> ============================================================
       CLOSE-VERIFY-DAY.
           MOVE "N" TO WS-VFY-DAY-OPEN
           IF WS-VFY-DAY-NEEDED NOT = "Y"
               OR WS-VFY-TEMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VFY-COUNT >= 2000
               MOVE "Y" TO WS-VFY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VFY-COUNT
           ADD 1 TO WS-VFY-QUEUED
           MOVE WS-VFY-CUR-SITE TO WS-VFE-SITE(WS-VFY-COUNT)
           MOVE WS-VFY-CUR-DATE TO WS-VFE-DATE(WS-VFY-COUNT)
           MOVE WS-VFY-CUR-LAT TO WS-VFE-LAT(WS-VFY-COUNT)
           MOVE WS-VFY-CUR-LON TO WS-VFE-LON(WS-VFY-COUNT)
           COMPUTE WS-VFE-TEMP(WS-VFY-COUNT) ROUNDED =
               WS-VFY-TEMP-SUM / WS-VFY-TEMP-COUNT
           MOVE "N" TO WS-VFE-HUM-OK(WS-VFY-COUNT)
           IF WS-VFY-HUM-COUNT > 0
               COMPUTE WS-VFE-HUM(WS-VFY-COUNT) ROUNDED =
                   WS-VFY-HUM-SUM / WS-VFY-HUM-COUNT
               MOVE "Y" TO WS-VFE-HUM-OK(WS-VFY-COUNT)
           END-IF
           MOVE "N" TO WS-VFE-WIND-OK(WS-VFY-COUNT)
           IF WS-VFY-WIND-COUNT > 0
               MOVE WS-VFY-WIND-MAX TO WS-VFE-WIND(WS-VFY-COUNT)
               MOVE "Y" TO WS-VFE-WIND-OK(WS-VFY-COUNT)
           END-IF.

      *> ============================================================
      *> Pull the archive summary for one queued site-day, compare
      *> it with the stored figures and mark the day's readings.
      *> ============================================================
       VERIFY-ONE-SITE-DAY.
           MOVE SPACES TO WS-VFY-DASH-DATE
           STRING
               WS-VFE-DATE(WS-VFY-IDX)(1:4) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-VFE-DATE(WS-VFY-IDX)(5:2) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-VFE-DATE(WS-VFY-IDX)(7:2) DELIMITED SIZE
               INTO WS-VFY-DASH-DATE
           END-STRING
           MOVE WS-VFE-LAT(WS-VFY-IDX) TO WS-SHELL-ESCAPE-IN
           PERFORM ESCAPE-SHELL-ARG
           MOVE WS-SHELL-ESCAPE-OUT TO WS-ESCAPED-LAT
           MOVE WS-VFE-LON(WS-VFY-IDX) TO WS-SHELL-ESCAPE-IN
           PERFORM ESCAPE-SHELL-ARG
           MOVE WS-SHELL-ESCAPE-OUT TO WS-ESCAPED-LON
           INITIALIZE WS-COMMAND
           STRING
               "./fetch_weather.sh histday '"
                   DELIMITED SIZE
               WS-ESCAPED-LAT DELIMITED "  "
               "' '" DELIMITED SIZE
               WS-ESCAPED-LON DELIMITED "  "
               "' '" DELIMITED SIZE
               WS-VFY-DASH-DATE DELIMITED SPACE
               "' '" DELIMITED SIZE
               WS-UNITS-ARG DELIMITED "  "
               "'" DELIMITED SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING
               FUNCTION TRIM(WS-COMMAND)
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           IF WS-SYSTEM-RC NOT = 0
               MOVE "archive call failed (network/service issue)"
                   TO WS-VFY-REASON
               PERFORM WRITE-VERIFY-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-GAPDAY-FIELDS
           OPEN INPUT GAPDAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "no archive output" TO WS-VFY-REASON
               PERFORM WRITE-VERIFY-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           READ GAPDAY-FILE INTO GAPDAY-RECORD
               AT END
                   MOVE SPACES TO GAPDAY-RECORD
           END-READ
           CLOSE GAPDAY-FILE
           UNSTRING GAPDAY-RECORD DELIMITED BY "|"
               INTO WS-GDY-TEMP
                    WS-GDY-HUMIDITY
                    WS-GDY-WIND
                    WS-GDY-CODE
                    WS-GDY-DESC
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-GDY-TEMP)) NOT = 0
               MOVE "archive has no usable data for this day"
                   TO WS-VFY-REASON
               PERFORM WRITE-VERIFY-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF

           MOVE "V" TO WS-VFY-RESULT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GDY-TEMP))
               TO WS-VFY-ARC-TEMP
           COMPUTE WS-VFY-DIFF =
               WS-VFE-TEMP(WS-VFY-IDX) - WS-VFY-ARC-TEMP
           MOVE SPACES TO WS-VFY-MARK
           IF FUNCTION ABS(WS-VFY-DIFF) > WS-VFY-TEMP-TOL
               MOVE "D" TO WS-VFY-RESULT
               MOVE " *" TO WS-VFY-MARK
           END-IF
           MOVE WS-VFE-TEMP(WS-VFY-IDX) TO WS-STAT-EDIT
           MOVE WS-VFY-ARC-TEMP TO WS-STAT-EDIT-2
           MOVE WS-VFY-DIFF TO WS-ERR-EDIT
           MOVE SPACES TO WS-VFY-SEG-TEMP
           STRING
               "temp " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
               " / " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-EDIT-2) DELIMITED SIZE
               " / " DELIMITED SIZE
               FUNCTION TRIM(WS-ERR-EDIT) DELIMITED SIZE
               WS-VFY-MARK DELIMITED SIZE
               INTO WS-VFY-SEG-TEMP
           END-STRING

           MOVE SPACES TO WS-VFY-SEG-HUM
           IF WS-VFE-HUM-OK(WS-VFY-IDX) = "Y"
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-GDY-HUMIDITY)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GDY-HUMIDITY))
                   TO WS-VFY-ARC-HUM
               COMPUTE WS-VFY-DIFF =
                   WS-VFE-HUM(WS-VFY-IDX) - WS-VFY-ARC-HUM
               MOVE SPACES TO WS-VFY-MARK
               IF FUNCTION ABS(WS-VFY-DIFF) > WS-VFY-HUM-TOL
                   MOVE "D" TO WS-VFY-RESULT
                   MOVE " *" TO WS-VFY-MARK
               END-IF
               MOVE WS-VFE-HUM(WS-VFY-IDX) TO WS-STAT-EDIT
               MOVE WS-VFY-ARC-HUM TO WS-STAT-EDIT-2
               MOVE WS-VFY-DIFF TO WS-ERR-EDIT
               STRING
                   "humidity " DELIMITED SIZE
                   FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
                   " / " DELIMITED SIZE
                   FUNCTION TRIM(WS-STAT-EDIT-2) DELIMITED SIZE
                   " / " DELIMITED SIZE
                   FUNCTION TRIM(WS-ERR-EDIT) DELIMITED SIZE
                   WS-VFY-MARK DELIMITED SIZE
                   INTO WS-VFY-SEG-HUM
               END-STRING
           END-IF

           MOVE SPACES TO WS-VFY-SEG-WIND
           IF WS-VFE-WIND-OK(WS-VFY-IDX) = "Y"
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-GDY-WIND)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GDY-WIND))
                   TO WS-VFY-ARC-WIND
               COMPUTE WS-VFY-DIFF =
                   WS-VFE-WIND(WS-VFY-IDX) - WS-VFY-ARC-WIND
               MOVE SPACES TO WS-VFY-MARK
               IF FUNCTION ABS(WS-VFY-DIFF) > WS-VFY-WIND-TOL
                   MOVE "D" TO WS-VFY-RESULT
                   MOVE " *" TO WS-VFY-MARK
               END-IF
               MOVE WS-VFE-WIND(WS-VFY-IDX) TO WS-STAT-EDIT
               MOVE WS-VFY-ARC-WIND TO WS-STAT-EDIT-2
               MOVE WS-VFY-DIFF TO WS-ERR-EDIT
               STRING
                   "wind " DELIMITED SIZE
                   FUNCTION TRIM(WS-STAT-EDIT) DELIMITED SIZE
                   " / " DELIMITED SIZE
                   FUNCTION TRIM(WS-STAT-EDIT-2) DELIMITED SIZE
                   " / " DELIMITED SIZE
                   FUNCTION TRIM(WS-ERR-EDIT) DELIMITED SIZE
                   WS-VFY-MARK DELIMITED SIZE
                   INTO WS-VFY-SEG-WIND
               END-STRING
           END-IF

           IF WS-VFY-RESULT = "D"
               ADD 1 TO WS-VFY-DISPUTED
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING
                   FUNCTION TRIM(WS-VFE-SITE(WS-VFY-IDX))
                       DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-VFE-DATE(WS-VFY-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   FUNCTION TRIM(WS-VFY-SEG-TEMP) DELIMITED SIZE
                   "   " DELIMITED SIZE
                   FUNCTION TRIM(WS-VFY-SEG-HUM) DELIMITED SIZE
                   "   " DELIMITED SIZE
                   FUNCTION TRIM(WS-VFY-SEG-WIND) DELIMITED SIZE
                   INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD
           ELSE
               ADD 1 TO WS-VFY-VERIFIED
           END-IF
           PERFORM MARK-VERIFIED-SITE-DAY.

      *> ============================================================
      *> Stamp the outcome on every live reading of the site-day.
      *> ============================================================
       MARK-VERIFIED-SITE-DAY.
           MOVE "N" TO WS-VFY-DAY-DONE
           MOVE SPACES TO OBS-KEY
           MOVE WS-VFE-SITE(WS-VFY-IDX) TO OBS-SITE-KEY
           MOVE WS-VFE-DATE(WS-VFY-IDX) TO OBS-DATE
           MOVE LOW-VALUES TO OBS-TIME
           START OBSERVATION-FILE KEY IS >= OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-VFY-DAY-DONE
           END-START
           PERFORM UNTIL WS-VFY-DAY-DONE = "Y"
               READ OBSERVATION-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-VFY-DAY-DONE
                   NOT AT END
                       IF OBS-SITE-KEY NOT = WS-VFE-SITE(WS-VFY-IDX)
                           OR OBS-DATE NOT = WS-VFE-DATE(WS-VFY-IDX)
                           MOVE "Y" TO WS-VFY-DAY-DONE
                       ELSE
                           IF FUNCTION TRIM(OBS-SOURCE) = "LIVE"
                               MOVE WS-VFY-RESULT TO OBS-VERIFY-FLAG
                               MOVE WS-CURRENT-DATE
                                   TO OBS-VERIFY-DATE
                               REWRITE OBSERVATION-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-VFY-MARKED
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> ============================================================
      *> List a site-day the archive could not confirm either way.
      *> ============================================================
       WRITE-VERIFY-NOT-CHECKED.
           ADD 1 TO WS-VFY-NOT-CHECKED
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING
               FUNCTION TRIM(WS-VFE-SITE(WS-VFY-IDX))
                   DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-VFE-DATE(WS-VFY-IDX) DELIMITED SIZE
               "  not checked - " DELIMITED SIZE
               FUNCTION TRIM(WS-VFY-REASON) DELIMITED SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD.

      *> ============================================================
      *> Run-history monitor mode: read the run log for a window
      *> of days (START=/END=, by default the last MONITOR-DAYS
      *> days through today) against the expected schedule in
      *> SCHEDULE-FILE, one line per scheduled mode:
      *>   mode|DAILY             every day (NIGHTLY is the same)
      *>   mode|WEEKLY|MON        once a week on the day named
      *>   mode|MONTHLY|01        once a month on the day given
      *> The report lists scheduled runs that never appeared (up
      *> to yesterday - today's may not be due yet), every failed
      *> run, and per mode the failure streaks, a checkpoint left
      *> parked by more than one run in a row, fetch-failure and
      *> reject counts rising run on run, and the last run's
      *> duration against the recent average. Missed runs, a
      *> mode whose latest run failed and a checkpoint parked
      *> across runs end the run with return code 8; rising
      *> counts and slow runs alone give 4.
      *> ============================================================
       RUN-MONITOR-MODE.
           PERFORM GET-RUN-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-RANGE-START-DATE TO WS-RMN-START-DATE
           MOVE WS-RANGE-END-DATE TO WS-RMN-END-DATE
           IF WS-RMN-START-DATE = "00000000"
               COMPUTE WS-RMN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-CURRENT-DATE))
                   - WS-RMN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-RMN-DATE-INT)
                   TO WS-RMN-DATE-NUM
               MOVE WS-RMN-DATE-NUM TO WS-RMN-START-DATE
           END-IF
           IF WS-RMN-END-DATE = "99999999"
               MOVE WS-CURRENT-DATE TO WS-RMN-END-DATE
           END-IF
           COMPUTE WS-RMN-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-RMN-DATE-INT)
               TO WS-RMN-DATE-NUM
           MOVE WS-RMN-DATE-NUM TO WS-RMN-CHECK-END
           IF WS-RMN-END-DATE < WS-RMN-CHECK-END
               MOVE WS-RMN-END-DATE TO WS-RMN-CHECK-END
           END-IF
           DISPLAY SPACES

           MOVE 0 TO WS-RMN-MISSED
           MOVE 0 TO WS-RMN-FAILED-RUNS
           MOVE 0 TO WS-RMN-ATTENTION
           MOVE "N" TO WS-RMN-SEVERE
           PERFORM LOAD-RUN-SCHEDULE
           PERFORM LOAD-RUN-HISTORY

           OPEN OUTPUT MONITOR-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open monitor report file "
                   WS-MONITOR-REPORT-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RMN-RUN-COUNT TO WS-RUN-COUNT-EDIT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING
               "RUN-HISTORY MONITOR  run " DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               "  window " DELIMITED SIZE
               WS-RMN-START-DATE DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-RMN-END-DATE DELIMITED SIZE
               "  runs logged " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
               INTO MONITOR-REPORT-RECORD
           END-STRING
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-HEADER-LINE TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           IF WS-RMN-OVERFLOW = "Y"
               MOVE
                  "Note: more runs in the window than the monitor "
                & "holds - the latest runs were not all read."
                   TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
               ADD 1 TO WS-RMN-ATTENTION
           END-IF

           PERFORM WRITE-MISSED-RUNS-SECTION
           PERFORM WRITE-FAILED-RUNS-SECTION

           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE "Per-mode summary:" TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           IF WS-RMN-MODE-COUNT = 0
               MOVE "  (no runs in the window)"
                   TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-RMN-MODE-IDX FROM 1 BY 1
               UNTIL WS-RMN-MODE-IDX > WS-RMN-MODE-COUNT
               MOVE WS-MNM-MODE(WS-RMN-MODE-IDX) TO WS-RMN-CUR-MODE
               PERFORM WRITE-MONITOR-MODE-SUMMARY
           END-PERFORM

           MOVE WS-HEADER-LINE TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-RMN-ATTENTION TO WS-RUN-COUNT-EDIT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING
               "Items needing attention: " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
               INTO MONITOR-REPORT-RECORD
           END-STRING
           WRITE MONITOR-REPORT-RECORD
           CLOSE MONITOR-REPORT-FILE

           IF WS-RMN-SEVERE = "Y"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-RMN-ATTENTION > 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY
              "  Run monitor: " FUNCTION TRIM(WS-RUN-COUNT-EDIT)
              " item(s) need attention. Report written to "
               WS-MONITOR-REPORT-FILEPATH.

      *> ============================================================
      *> Load the expected schedule. Blank lines and lines starting
      *> with * are skipped; an unreadable line is reported and
      *> ignored.
      *> ============================================================
       LOAD-RUN-SCHEDULE.
           INITIALIZE WS-RMN-SCHED-TABLE
           MOVE 0 TO WS-RMN-SCHED-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  No run schedule ("
                   FUNCTION TRIM(WS-SCHEDULE-FILEPATH)
                  ") - missed runs cannot be checked."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RMN-EOF
           PERFORM UNTIL WS-RMN-EOF = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-RMN-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SCHEDULE-RECORD) NOT = SPACES
                           AND SCHEDULE-RECORD(1:1) NOT = "*"
                           PERFORM ADD-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *> ============================================================
      *> Check and table one schedule line: mode|frequency|day.
      *> ============================================================
       ADD-SCHEDULE-LINE.
           INITIALIZE WS-RMN-SCHED-FIELDS
           UNSTRING SCHEDULE-RECORD DELIMITED BY "|"
               INTO WS-RMN-SF-MODE
                    WS-RMN-SF-FREQ
                    WS-RMN-SF-PARAM
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RMN-SF-MODE))
               TO WS-RMN-SF-MODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RMN-SF-FREQ))
               TO WS-RMN-SF-FREQ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RMN-SF-PARAM))
               TO WS-RMN-SF-PARAM
           IF WS-RMN-SF-FREQ = "NIGHTLY"
               MOVE "DAILY" TO WS-RMN-SF-FREQ
           END-IF
           IF WS-RMN-SF-FREQ = "MONTHLY"
               IF WS-RMN-SF-PARAM = SPACES
                   MOVE "01" TO WS-RMN-SF-PARAM
               END-IF
               IF WS-RMN-SF-PARAM(2:1) = SPACE
                   MOVE WS-RMN-SF-PARAM(1:1) TO WS-RMN-SF-PARAM(2:1)
                   MOVE "0" TO WS-RMN-SF-PARAM(1:1)
               END-IF
           END-IF
           IF WS-RMN-SF-MODE(2:9) NOT = SPACES
               OR WS-RMN-SF-MODE = SPACES
               OR (WS-RMN-SF-FREQ NOT = "DAILY"
                   AND WS-RMN-SF-FREQ NOT = "WEEKLY"
                   AND WS-RMN-SF-FREQ NOT = "MONTHLY")
               OR (WS-RMN-SF-FREQ = "WEEKLY"
                   AND WS-RMN-SF-PARAM NOT = "MON"
                   AND WS-RMN-SF-PARAM NOT = "TUE"
                   AND WS-RMN-SF-PARAM NOT = "WED"
                   AND WS-RMN-SF-PARAM NOT = "THU"
                   AND WS-RMN-SF-PARAM NOT = "FRI"
                   AND WS-RMN-SF-PARAM NOT = "SAT"
                   AND WS-RMN-SF-PARAM NOT = "SUN")
               OR (WS-RMN-SF-FREQ = "MONTHLY"
                   AND (WS-RMN-SF-PARAM(1:2) NOT NUMERIC
                        OR WS-RMN-SF-PARAM(1:2) < "01"
                        OR WS-RMN-SF-PARAM(1:2) > "31"))
               DISPLAY
                  "  Warning: schedule line not understood - "
                   FUNCTION TRIM(SCHEDULE-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF WS-RMN-SCHED-COUNT >= 50
               DISPLAY
                  "  Warning: schedule holds more than 50 lines - "
                   FUNCTION TRIM(SCHEDULE-RECORD) " ignored."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RMN-SCHED-COUNT
           MOVE WS-RMN-SF-MODE(1:1) TO WS-MNS-MODE(WS-RMN-SCHED-COUNT)
           MOVE WS-RMN-SF-FREQ TO WS-MNS-FREQ(WS-RMN-SCHED-COUNT)
           MOVE WS-RMN-SF-PARAM TO WS-MNS-PARAM(WS-RMN-SCHED-COUNT).

      *> ============================================================
      *> Read the run log into the run table, keeping the runs
      *> that started inside the window. The monitor's own runs
      *> are left out.
      *> ============================================================
       LOAD-RUN-HISTORY.
           INITIALIZE WS-RMN-RUN-TABLE
           INITIALIZE WS-RMN-MODE-TABLE
           MOVE 0 TO WS-RMN-RUN-COUNT
           MOVE 0 TO WS-RMN-MODE-COUNT
           MOVE "N" TO WS-RMN-OVERFLOW
           OPEN INPUT RUNLOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  No run log (" FUNCTION TRIM(WS-RUNLOG-FILEPATH)
                  ") - every scheduled run counts as missed."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RMN-EOF
           PERFORM UNTIL WS-RMN-EOF = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-RMN-EOF
                   NOT AT END
                       PERFORM ADD-RUN-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE.

      *> ============================================================
      *> Parse one run log line. Fields after the two stamps are
      *> taken by their key, so lines written before a field was
      *> added still read correctly.
      *> ============================================================
       ADD-RUN-HISTORY-LINE.
           INITIALIZE WS-RMN-FIELDS
           UNSTRING RUNLOG-RECORD DELIMITED BY "|"
               INTO WS-RMN-FLD(1) WS-RMN-FLD(2) WS-RMN-FLD(3)
                    WS-RMN-FLD(4) WS-RMN-FLD(5) WS-RMN-FLD(6)
                    WS-RMN-FLD(7) WS-RMN-FLD(8) WS-RMN-FLD(9)
                    WS-RMN-FLD(10) WS-RMN-FLD(11) WS-RMN-FLD(12)
           END-UNSTRING
           MOVE WS-RMN-FLD(1) TO WS-RMN-R-START
           MOVE WS-RMN-FLD(2) TO WS-RMN-R-END
           IF WS-RMN-R-START(1:8) NOT NUMERIC
               OR WS-RMN-R-START(1:8) < WS-RMN-START-DATE
               OR WS-RMN-R-START(1:8) > WS-RMN-END-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-RMN-R-MODE
           MOVE 0 TO WS-RMN-R-FAILED
           MOVE 0 TO WS-RMN-R-REJECTS
           MOVE "N" TO WS-RMN-R-PARKED
           MOVE 0 TO WS-RMN-R-RC
           PERFORM VARYING WS-RMN-FLD-IDX FROM 3 BY 1
               UNTIL WS-RMN-FLD-IDX > 12
               MOVE SPACES TO WS-RMN-KEY
               MOVE SPACES TO WS-RMN-VALUE
               UNSTRING WS-RMN-FLD(WS-RMN-FLD-IDX) DELIMITED BY "="
                   INTO WS-RMN-KEY WS-RMN-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-RMN-KEY)
                   WHEN "mode"
                       MOVE WS-RMN-VALUE(1:1) TO WS-RMN-R-MODE
                   WHEN "failed"
                       IF FUNCTION TEST-NUMVAL
                           (FUNCTION TRIM(WS-RMN-VALUE)) = 0
                           MOVE FUNCTION NUMVAL
                               (FUNCTION TRIM(WS-RMN-VALUE))
                               TO WS-RMN-R-FAILED
                       END-IF
                   WHEN "rejects"
                       IF FUNCTION TEST-NUMVAL
                           (FUNCTION TRIM(WS-RMN-VALUE)) = 0
                           MOVE FUNCTION NUMVAL
                               (FUNCTION TRIM(WS-RMN-VALUE))
                               TO WS-RMN-R-REJECTS
                       END-IF
                   WHEN "checkpoint"
                       IF FUNCTION TRIM(WS-RMN-VALUE) = "parked"
                           MOVE "Y" TO WS-RMN-R-PARKED
                       END-IF
                   WHEN "rc"
                       IF FUNCTION TEST-NUMVAL
                           (FUNCTION TRIM(WS-RMN-VALUE)) = 0
                           MOVE FUNCTION NUMVAL
                               (FUNCTION TRIM(WS-RMN-VALUE))
                               TO WS-RMN-R-RC
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-RMN-R-MODE = SPACE OR WS-RMN-R-MODE = "O"
               EXIT PARAGRAPH
           END-IF
           IF WS-RMN-RUN-COUNT >= 3000
               MOVE "Y" TO WS-RMN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RMN-RUN-COUNT
           MOVE WS-RMN-R-MODE TO WS-MNR-MODE(WS-RMN-RUN-COUNT)
           MOVE WS-RMN-R-START TO WS-MNR-START(WS-RMN-RUN-COUNT)
           MOVE WS-RMN-R-FAILED TO WS-MNR-FAILED(WS-RMN-RUN-COUNT)
           MOVE WS-RMN-R-REJECTS TO WS-MNR-REJECTS(WS-RMN-RUN-COUNT)
           MOVE WS-RMN-R-PARKED TO WS-MNR-PARKED(WS-RMN-RUN-COUNT)
           MOVE WS-RMN-R-RC TO WS-MNR-RC(WS-RMN-RUN-COUNT)
      *> Duration in seconds from the two stamps; -1 when either
      *> stamp is unreadable.
           MOVE -1 TO WS-MNR-DURATION(WS-RMN-RUN-COUNT)
           IF WS-RMN-R-START(1:8) NUMERIC
               AND WS-RMN-R-START(10:6) NUMERIC
               AND WS-RMN-R-END(1:8) NUMERIC
               AND WS-RMN-R-END(10:6) NUMERIC
               COMPUTE WS-RMN-SECS-START =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-RMN-R-START(1:8))) * 86400
                   + FUNCTION NUMVAL(WS-RMN-R-START(10:2)) * 3600
                   + FUNCTION NUMVAL(WS-RMN-R-START(12:2)) * 60
                   + FUNCTION NUMVAL(WS-RMN-R-START(14:2))
               COMPUTE WS-RMN-SECS-END =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-RMN-R-END(1:8))) * 86400
                   + FUNCTION NUMVAL(WS-RMN-R-END(10:2)) * 3600
                   + FUNCTION NUMVAL(WS-RMN-R-END(12:2)) * 60
                   + FUNCTION NUMVAL(WS-RMN-R-END(14:2))
               IF WS-RMN-SECS-END >= WS-RMN-SECS-START
                   COMPUTE WS-MNR-DURATION(WS-RMN-RUN-COUNT) =
                       WS-RMN-SECS-END - WS-RMN-SECS-START
               END-IF
           END-IF
           MOVE "N" TO WS-RMN-FOUND
           PERFORM VARYING WS-RMN-MODE-IDX FROM 1 BY 1
               UNTIL WS-RMN-MODE-IDX > WS-RMN-MODE-COUNT
               IF WS-MNM-MODE(WS-RMN-MODE-IDX) = WS-RMN-R-MODE
                   MOVE "Y" TO WS-RMN-FOUND
               END-IF
           END-PERFORM
           IF WS-RMN-FOUND = "N" AND WS-RMN-MODE-COUNT < 40
               ADD 1 TO WS-RMN-MODE-COUNT
               MOVE WS-RMN-R-MODE TO WS-MNM-MODE(WS-RMN-MODE-COUNT)
           END-IF.

      *> ============================================================
      *> Walk every scheduled mode through the window's days and
      *> list each day it was due but has no run starting that day.
      *> ============================================================
       WRITE-MISSED-RUNS-SECTION.
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING
               "Missed scheduled runs (through " DELIMITED SIZE
               WS-RMN-CHECK-END DELIMITED SIZE
               "):" DELIMITED SIZE
               INTO MONITOR-REPORT-RECORD
           END-STRING
           WRITE MONITOR-REPORT-RECORD
           IF WS-RMN-SCHED-COUNT = 0
               MOVE "  (no schedule - not checked)"
                   TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RMN-CHECK-END TO WS-RMN-DATE-NUM
           COMPUTE WS-RMN-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-RMN-DATE-NUM)
           PERFORM VARYING WS-RMN-SCHED-IDX FROM 1 BY 1
               UNTIL WS-RMN-SCHED-IDX > WS-RMN-SCHED-COUNT
               MOVE WS-RMN-START-DATE TO WS-RMN-DATE-NUM
               COMPUTE WS-RMN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RMN-DATE-NUM)
               PERFORM UNTIL WS-RMN-DATE-INT > WS-RMN-END-INT
                   PERFORM CHECK-SCHEDULED-DAY
                   ADD 1 TO WS-RMN-DATE-INT
               END-PERFORM
           END-PERFORM
           IF WS-RMN-MISSED = 0
               MOVE "  (none)" TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           ELSE
               ADD WS-RMN-MISSED TO WS-RMN-ATTENTION
               MOVE "Y" TO WS-RMN-SEVERE
           END-IF.

      *> ============================================================
      *> Is the scheduled mode due on WS-RMN-DATE-INT, and did it
      *> run? Weekdays count from 1 January 1601, a Monday.
      *> ============================================================
       CHECK-SCHEDULED-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RMN-DATE-INT)
               TO WS-RMN-DATE-NUM
           MOVE WS-RMN-DATE-NUM TO WS-RMN-DATE
           MOVE "N" TO WS-RMN-DUE
           EVALUATE WS-MNS-FREQ(WS-RMN-SCHED-IDX)
               WHEN "DAILY"
                   MOVE "Y" TO WS-RMN-DUE
               WHEN "WEEKLY"
                   COMPUTE WS-RMN-WEEKDAY =
                       FUNCTION MOD(WS-RMN-DATE-INT - 1, 7) + 1
                   EVALUATE WS-MNS-PARAM(WS-RMN-SCHED-IDX)
                       WHEN "MON" MOVE 1 TO WS-RMN-WANT-DAY
                       WHEN "TUE" MOVE 2 TO WS-RMN-WANT-DAY
                       WHEN "WED" MOVE 3 TO WS-RMN-WANT-DAY
                       WHEN "THU" MOVE 4 TO WS-RMN-WANT-DAY
                       WHEN "FRI" MOVE 5 TO WS-RMN-WANT-DAY
                       WHEN "SAT" MOVE 6 TO WS-RMN-WANT-DAY
                       WHEN OTHER MOVE 7 TO WS-RMN-WANT-DAY
                   END-EVALUATE
                   IF WS-RMN-WEEKDAY = WS-RMN-WANT-DAY
                       MOVE "Y" TO WS-RMN-DUE
                   END-IF
               WHEN "MONTHLY"
                   IF WS-RMN-DATE(7:2) =
                       WS-MNS-PARAM(WS-RMN-SCHED-IDX)(1:2)
                       MOVE "Y" TO WS-RMN-DUE
                   END-IF
           END-EVALUATE
           IF WS-RMN-DUE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RMN-FOUND
           PERFORM VARYING WS-RMN-IDX FROM 1 BY 1
               UNTIL WS-RMN-IDX > WS-RMN-RUN-COUNT
                  OR WS-RMN-FOUND = "Y"
               IF WS-MNR-MODE(WS-RMN-IDX) =
                   WS-MNS-MODE(WS-RMN-SCHED-IDX)
                   AND WS-MNR-START(WS-RMN-IDX)(1:8) = WS-RMN-DATE
                   MOVE "Y" TO WS-RMN-FOUND
               END-IF
           END-PERFORM
           IF WS-RMN-FOUND = "N"
               ADD 1 TO WS-RMN-MISSED
               MOVE SPACES TO WS-RMN-TREND-TEXT
               STRING
                   WS-MNS-FREQ(WS-RMN-SCHED-IDX) DELIMITED SPACE
                   " " DELIMITED SIZE
                   WS-MNS-PARAM(WS-RMN-SCHED-IDX) DELIMITED SPACE
                   INTO WS-RMN-TREND-TEXT
               END-STRING
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING
                   "  mode " DELIMITED SIZE
                   WS-MNS-MODE(WS-RMN-SCHED-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RMN-DATE DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   FUNCTION TRIM(WS-RMN-TREND-TEXT) DELIMITED SIZE
                   ")  no run logged" DELIMITED SIZE
                   INTO MONITOR-REPORT-RECORD
               END-STRING
               WRITE MONITOR-REPORT-RECORD
           END-IF.

      *> ============================================================
      *> List every run in the window that ended with rc 8 or
      *> worse.
      *> ============================================================
       WRITE-FAILED-RUNS-SECTION.
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE "Failed runs (rc=8):" TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           PERFORM VARYING WS-RMN-IDX FROM 1 BY 1
               UNTIL WS-RMN-IDX > WS-RMN-RUN-COUNT
               IF WS-MNR-RC(WS-RMN-IDX) >= 8
                   ADD 1 TO WS-RMN-FAILED-RUNS
                   MOVE WS-MNR-FAILED(WS-RMN-IDX)
                       TO WS-RUN-COUNT-EDIT
                   MOVE WS-MNR-REJECTS(WS-RMN-IDX)
                       TO WS-RUN-COUNT-EDIT-2
                   MOVE SPACES TO MONITOR-REPORT-RECORD
                   STRING
                       "  mode " DELIMITED SIZE
                       WS-MNR-MODE(WS-RMN-IDX) DELIMITED SIZE
                       "  started " DELIMITED SIZE
                       WS-MNR-START(WS-RMN-IDX) DELIMITED SIZE
                       "  rc=" DELIMITED SIZE
                       WS-MNR-RC(WS-RMN-IDX) DELIMITED SIZE
                       "  fetch failures " DELIMITED SIZE
                       FUNCTION TRIM(WS-RUN-COUNT-EDIT)
                           DELIMITED SIZE
                       "  rejects " DELIMITED SIZE
                       FUNCTION TRIM(WS-RUN-COUNT-EDIT-2)
                           DELIMITED SIZE
                       INTO MONITOR-REPORT-RECORD
                   END-STRING
                   WRITE MONITOR-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-RMN-FAILED-RUNS = 0
               MOVE "  (none)" TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-IF.

      *> ============================================================
      *> One mode's summary: run and failure counts, the current
      *> and longest failure streak, the parked-checkpoint streak,
      *> rising fetch-failure and reject counts, and the last
      *> run's duration against the average of the runs before it.
      *> ============================================================
       WRITE-MONITOR-MODE-SUMMARY.
           MOVE 0 TO WS-RMN-MODE-RUNS
           MOVE 0 TO WS-RMN-MODE-FAILS
           MOVE 0 TO WS-RMN-STREAK
           MOVE 0 TO WS-RMN-LONGEST
           MOVE 0 TO WS-RMN-PARKED-STREAK
           MOVE 0 TO WS-RMN-LAST-IDX
           PERFORM VARYING WS-RMN-IDX FROM 1 BY 1
               UNTIL WS-RMN-IDX > WS-RMN-RUN-COUNT
               IF WS-MNR-MODE(WS-RMN-IDX) = WS-RMN-CUR-MODE
                   ADD 1 TO WS-RMN-MODE-RUNS
                   MOVE WS-RMN-IDX TO WS-RMN-LAST-IDX
                   IF WS-MNR-RC(WS-RMN-IDX) >= 8
                       ADD 1 TO WS-RMN-MODE-FAILS
                       ADD 1 TO WS-RMN-STREAK
                       IF WS-RMN-STREAK > WS-RMN-LONGEST
                           MOVE WS-RMN-STREAK TO WS-RMN-LONGEST
                       END-IF
                   ELSE
                       MOVE 0 TO WS-RMN-STREAK
                   END-IF
                   IF WS-MNR-PARKED(WS-RMN-IDX) = "Y"
                       ADD 1 TO WS-RMN-PARKED-STREAK
                   ELSE
                       MOVE 0 TO WS-RMN-PARKED-STREAK
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-RMN-MODE-RUNS TO WS-RUN-COUNT-EDIT
           MOVE WS-RMN-MODE-FAILS TO WS-RUN-COUNT-EDIT-2
           MOVE WS-RMN-STREAK TO WS-STAT-COUNT-EDIT
           MOVE WS-RMN-LONGEST TO WS-TXN-LINE-EDIT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING
               "  Mode " DELIMITED SIZE
               WS-RMN-CUR-MODE DELIMITED SIZE
               ":  runs " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
               "  failed " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT-2) DELIMITED SIZE
               "  current failure streak " DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-COUNT-EDIT) DELIMITED SIZE
               "  longest " DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-LINE-EDIT) DELIMITED SIZE
               INTO MONITOR-REPORT-RECORD
           END-STRING
           IF WS-RMN-STREAK > 0
               MOVE "Y" TO WS-RMN-SEVERE
               ADD 1 TO WS-RMN-ATTENTION
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING
                   "  Mode " DELIMITED SIZE
                   WS-RMN-CUR-MODE DELIMITED SIZE
                   ":  runs " DELIMITED SIZE
                   FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
                   "  failed " DELIMITED SIZE
                   FUNCTION TRIM(WS-RUN-COUNT-EDIT-2) DELIMITED SIZE
                   "  current failure streak " DELIMITED SIZE
                   FUNCTION TRIM(WS-STAT-COUNT-EDIT) DELIMITED SIZE
                   "  longest " DELIMITED SIZE
                   FUNCTION TRIM(WS-TXN-LINE-EDIT) DELIMITED SIZE
                   "  ** LATEST RUN FAILED **" DELIMITED SIZE
                   INTO MONITOR-REPORT-RECORD
               END-STRING
           END-IF
           WRITE MONITOR-REPORT-RECORD

           IF WS-RMN-PARKED-STREAK > 1
               MOVE "Y" TO WS-RMN-SEVERE
               ADD 1 TO WS-RMN-ATTENTION
               MOVE WS-RMN-PARKED-STREAK TO WS-RUN-COUNT-EDIT
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING
                   "      checkpoint left parked by the last "
                       DELIMITED SIZE
                   FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
                   " runs  ** ATTENTION **" DELIMITED SIZE
                   INTO MONITOR-REPORT-RECORD
               END-STRING
               WRITE MONITOR-REPORT-RECORD
           END-IF

           MOVE "F" TO WS-RMN-TREND-WHICH
           MOVE "fetch failures" TO WS-RMN-TREND-NAME
           PERFORM CHECK-MONITOR-TREND
           MOVE "R" TO WS-RMN-TREND-WHICH
           MOVE "rejects" TO WS-RMN-TREND-NAME
           PERFORM CHECK-MONITOR-TREND
           PERFORM CHECK-MONITOR-DURATION.

      *> ============================================================
      *> Collect the mode's last MONITOR-TREND-RUNS values of the
      *> chosen count, newest first, and flag them when every run
      *> was strictly higher than the one before it.
      *> ============================================================
       CHECK-MONITOR-TREND.
           INITIALIZE WS-RMN-TREND-VALUES
           MOVE 0 TO WS-RMN-TREND-N
           PERFORM VARYING WS-RMN-IDX FROM WS-RMN-RUN-COUNT BY -1
               UNTIL WS-RMN-IDX < 1
                  OR WS-RMN-TREND-N >= WS-RMN-TREND-RUNS
               IF WS-MNR-MODE(WS-RMN-IDX) = WS-RMN-CUR-MODE
                   ADD 1 TO WS-RMN-TREND-N
                   IF WS-RMN-TREND-WHICH = "F"
                       MOVE WS-MNR-FAILED(WS-RMN-IDX)
                           TO WS-RMN-TREND-VAL(WS-RMN-TREND-N)
                   ELSE
                       MOVE WS-MNR-REJECTS(WS-RMN-IDX)
                           TO WS-RMN-TREND-VAL(WS-RMN-TREND-N)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RMN-TREND-N < 2
               OR WS-RMN-TREND-N < WS-RMN-TREND-RUNS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RMN-TREND-RISING
           PERFORM VARYING WS-RMN-IDX-2 FROM 1 BY 1
               UNTIL WS-RMN-IDX-2 >= WS-RMN-TREND-N
               IF WS-RMN-TREND-VAL(WS-RMN-IDX-2) NOT >
                   WS-RMN-TREND-VAL(WS-RMN-IDX-2 + 1)
                   MOVE "N" TO WS-RMN-TREND-RISING
               END-IF
           END-PERFORM
           IF WS-RMN-TREND-RISING NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RMN-ATTENTION
      *> Oldest first, the way the reader expects a trend.
           MOVE SPACES TO WS-RMN-TREND-TEXT
           PERFORM VARYING WS-RMN-IDX-2 FROM WS-RMN-TREND-N BY -1
               UNTIL WS-RMN-IDX-2 < 1
               MOVE WS-RMN-TREND-VAL(WS-RMN-IDX-2)
                   TO WS-RMN-TREND-EDIT
               STRING
                   FUNCTION TRIM(WS-RMN-TREND-TEXT) DELIMITED SIZE
                   " " DELIMITED SIZE
                   FUNCTION TRIM(WS-RMN-TREND-EDIT) DELIMITED SIZE
                   INTO WS-RMN-TREND-TEXT
               END-STRING
           END-PERFORM
           MOVE WS-RMN-TREND-N TO WS-RUN-COUNT-EDIT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING
               "      " DELIMITED SIZE
               FUNCTION TRIM(WS-RMN-TREND-NAME) DELIMITED SIZE
               " rising over the last " DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-COUNT-EDIT) DELIMITED SIZE
               " runs: " DELIMITED SIZE
               FUNCTION TRIM(WS-RMN-TREND-TEXT) DELIMITED SIZE
               "  ** ATTENTION **" DELIMITED SIZE
               INTO MONITOR-REPORT-RECORD
           END-STRING
           WRITE MONITOR-REPORT-RECORD.

      *> ============================================================
      *> Compare the mode's last run time with the average of up to
      *> ten runs before it; flag it past MONITOR-DURATION-PCT
      *> percent of that average. Needs three earlier runs.
      *> ============================================================
       CHECK-MONITOR-DURATION.
           IF WS-RMN-LAST-IDX = 0
               OR WS-MNR-DURATION(WS-RMN-LAST-IDX) < 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RMN-DUR-SUM
           MOVE 0 TO WS-RMN-DUR-COUNT
           PERFORM VARYING WS-RMN-IDX FROM WS-RMN-LAST-IDX BY -1
               UNTIL WS-RMN-IDX < 2 OR WS-RMN-DUR-COUNT >= 10
               IF WS-MNR-MODE(WS-RMN-IDX - 1) = WS-RMN-CUR-MODE
                   AND WS-MNR-DURATION(WS-RMN-IDX - 1) >= 0
                   ADD WS-MNR-DURATION(WS-RMN-IDX - 1)
                       TO WS-RMN-DUR-SUM
                   ADD 1 TO WS-RMN-DUR-COUNT
               END-IF
           END-PERFORM
           MOVE WS-MNR-DURATION(WS-RMN-LAST-IDX) TO WS-RMN-DUR-EDIT
           IF WS-RMN-DUR-COUNT < 3
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING
                   "      last run " DELIMITED SIZE
                   FUNCTION TRIM(WS-RMN-DUR-EDIT) DELIMITED SIZE
                   "s (too few earlier runs to average)"
                       DELIMITED SIZE
                   INTO MONITOR-REPORT-RECORD
               END-STRING
               WRITE MONITOR-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RMN-DUR-AVG ROUNDED =
               WS-RMN-DUR-SUM / WS-RMN-DUR-COUNT
           MOVE WS-RMN-DUR-AVG TO WS-RMN-DUR-EDIT-2
           MOVE 0 TO WS-RMN-DUR-PCT
           IF WS-RMN-DUR-AVG > 0
               COMPUTE WS-RMN-DUR-PCT ROUNDED =
                   WS-MNR-DURATION(WS-RMN-LAST-IDX) * 100
                   / WS-RMN-DUR-AVG
           END-IF
           MOVE WS-RMN-DUR-PCT TO WS-RMN-PCT-EDIT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING
               "      last run " DELIMITED SIZE
               FUNCTION TRIM(WS-RMN-DUR-EDIT) DELIMITED SIZE
               "s, recent average " DELIMITED SIZE
               FUNCTION TRIM(WS-RMN-DUR-EDIT-2) DELIMITED SIZE
               "s (" DELIMITED SIZE
               FUNCTION TRIM(WS-RMN-PCT-EDIT) DELIMITED SIZE
               "%)" DELIMITED SIZE
               INTO MONITOR-REPORT-RECORD
           END-STRING
           IF WS-RMN-DUR-AVG > 0
               AND WS-RMN-DUR-PCT > WS-RMN-DURATION-PCT
               ADD 1 TO WS-RMN-ATTENTION
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING
                   "      last run " DELIMITED SIZE
                   FUNCTION TRIM(WS-RMN-DUR-EDIT) DELIMITED SIZE
                   "s, recent average " DELIMITED SIZE
                   FUNCTION TRIM(WS-RMN-DUR-EDIT-2) DELIMITED SIZE
                   "s (" DELIMITED SIZE
                   FUNCTION TRIM(WS-RMN-PCT-EDIT) DELIMITED SIZE
                   "%)  ** ATTENTION **" DELIMITED SIZE
                   INTO MONITOR-REPORT-RECORD
               END-STRING
           END-IF
           WRITE MONITOR-REPORT-RECORD.

      *> ============================================================
      *> Run interlock. Modes that write the observation store, the
      *> site master, the alert state or the alert spool (B G H E C
      *> M T K and the interactive session) take LOCK-FILE before
      *> doing anything, so two scheduled jobs cannot overwrite each
      *> other's alert state. A run that finds the lock held waits
      *> up to LOCK-WAIT-SECONDS (checking every 30 seconds) and then
      *> ends with return code 12 and a "locked out" run log entry.
      *> A lock whose process has gone, or that is older than
      *> LOCK-STALE-HOURS, is reported as stale with return code 16
      *> and left in place - only an operator who has checked that
      *> no run is active should remove it.
      *> ============================================================
       ACQUIRE-RUN-LOCK.
           MOVE "N" TO WS-LOCK-NEEDED
           MOVE "N" TO WS-LOCK-HELD
           MOVE "N" TO WS-LOCK-STALE
           MOVE SPACES TO WS-LOCK-NOTE
           IF WS-RUN-MODE NOT = "B" AND WS-RUN-MODE NOT = "G"
               AND WS-RUN-MODE NOT = "H" AND WS-RUN-MODE NOT = "E"
               AND WS-RUN-MODE NOT = "C" AND WS-RUN-MODE NOT = "M"
               AND WS-RUN-MODE NOT = "T" AND WS-RUN-MODE NOT = "K"
               AND WS-RUN-MODE NOT = "I"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOCK-NEEDED
           MOVE WS-LOCK-FILEPATH TO WS-SHELL-ESCAPE-IN
           PERFORM ESCAPE-SHELL-ARG
           MOVE WS-SHELL-ESCAPE-OUT TO WS-LOCK-ESCAPED-PATH
           MOVE 0 TO WS-LOCK-WAITED
           PERFORM TRY-RUN-LOCK
           IF WS-LOCK-HELD NOT = "Y" AND WS-LOCK-STALE NOT = "Y"
               AND WS-LOCK-WAIT-SECS > 0
               DISPLAY "  Run lock held by mode "
                   FUNCTION TRIM(WS-LOCK-HOLDER-MODE)
                   " (process " FUNCTION TRIM(WS-LOCK-HOLDER-PID)
                   ", started " WS-LOCK-HOLDER-START
                   ") - waiting."
           END-IF
           PERFORM UNTIL WS-LOCK-HELD = "Y"
               OR WS-LOCK-STALE = "Y"
               OR WS-LOCK-WAITED >= WS-LOCK-WAIT-SECS
               MOVE WS-LOCK-POLL-SECS TO WS-LOCK-SLEEP
               IF WS-LOCK-WAIT-SECS - WS-LOCK-WAITED < WS-LOCK-SLEEP
                   COMPUTE WS-LOCK-SLEEP =
                       WS-LOCK-WAIT-SECS - WS-LOCK-WAITED
               END-IF
               MOVE WS-LOCK-SLEEP TO WS-LOCK-EDIT
               INITIALIZE WS-COMMAND
               STRING
                   "sleep " DELIMITED SIZE
                   FUNCTION TRIM(WS-LOCK-EDIT) DELIMITED SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND)
               ADD WS-LOCK-SLEEP TO WS-LOCK-WAITED
               PERFORM TRY-RUN-LOCK
           END-PERFORM

           IF WS-LOCK-HELD = "Y"
      *> The checkpoint and alert state were read before the lock
      *> was ours; read them again so a run that finished while we
      *> waited is not overwritten with what it replaced.
               PERFORM LOAD-CHECKPOINT
               PERFORM LOAD-ALERT-STATE
      *> Only the lock holder may touch the CSV export: a new day's
      *> first open truncates it, and the extend-or-truncate choice
      *> rests on the checkpoint just re-read. Modes that take no
      *> lock never export, so they never open it.
               PERFORM OPEN-CSV-EXPORT
               EXIT PARAGRAPH
           END-IF

           IF WS-LOCK-STALE = "Y"
               MOVE 16 TO WS-RETURN-CODE
               MOVE "stale" TO WS-LOCK-NOTE
               DISPLAY "  Error: stale run lock "
                   FUNCTION TRIM(WS-LOCK-FILEPATH) " - "
                   FUNCTION TRIM(WS-LOCK-REASON) "."
               DISPLAY "  Held by mode "
                   FUNCTION TRIM(WS-LOCK-HOLDER-MODE)
                   ", process " FUNCTION TRIM(WS-LOCK-HOLDER-PID)
                   ", started " WS-LOCK-HOLDER-START "."
               DISPLAY "  Check that no weather run is still "
                   "active, then remove the lock file by hand."
           ELSE
               MOVE 12 TO WS-RETURN-CODE
               MOVE "locked-out" TO WS-LOCK-NOTE
               MOVE WS-LOCK-WAITED TO WS-LOCK-EDIT
               DISPLAY "  Locked out: mode "
                   FUNCTION TRIM(WS-LOCK-HOLDER-MODE)
                   " (process " FUNCTION TRIM(WS-LOCK-HOLDER-PID)
                   ", started " WS-LOCK-HOLDER-START
                   ") holds the run lock; waited "
                   FUNCTION TRIM(WS-LOCK-EDIT) " seconds."
           END-IF
           STRING
               FUNCTION TRIM(WS-LOCK-NOTE) DELIMITED SIZE
               " by " DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-HOLDER-MODE) DELIMITED SIZE
               "/" DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-HOLDER-START) DELIMITED SIZE
               "/" DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-HOLDER-PID) DELIMITED SIZE
               INTO WS-LOCK-NOTE
           END-STRING.

      *> ============================================================
      *> One attempt at the lock. The shell creates the file only if
      *> it does not exist (noclobber), so two runs starting in the
      *> same second cannot both succeed; $PPID in that shell is
      *> this program's process id. On failure the holder is read
      *> back and checked for staleness.
      *> ============================================================
       TRY-RUN-LOCK.
           INITIALIZE WS-COMMAND
           STRING
               "exec 2>/dev/null; set -C; echo '" DELIMITED SIZE
               WS-RUN-MODE DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-RUN-START-STAMP) DELIMITED SIZE
               "|'$PPID > '" DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-ESCAPED-PATH) DELIMITED SIZE
               "'" DELIMITED SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND)
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           PERFORM READ-RUN-LOCK
           IF WS-SYSTEM-RC = 0
               MOVE "Y" TO WS-LOCK-HELD
               MOVE WS-LOCK-HOLDER-PID TO WS-LOCK-OWN-PID
               EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-HOLDER = SPACES
      *> Released between our attempt and the read; try again on
      *> the next pass.
               MOVE "?" TO WS-LOCK-HOLDER-MODE
               MOVE "?" TO WS-LOCK-HOLDER-PID
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RUN-LOCK-STALE.

      *> ============================================================
      *> Read the lock record into WS-LOCK-HOLDER (spaces when the
      *> file is missing or empty).
      *> ============================================================
       READ-RUN-LOCK.
           MOVE SPACES TO WS-LOCK-HOLDER
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING LOCK-RECORD DELIMITED BY "|"
                       INTO WS-LOCK-HOLDER-MODE
                            WS-LOCK-HOLDER-START
                            WS-LOCK-HOLDER-PID
                   END-UNSTRING
           END-READ
           CLOSE LOCK-FILE.

      *> ============================================================
      *> A lock is stale when its record cannot be read, when its
      *> process no longer exists, or when it has been held longer
      *> than LOCK-STALE-HOURS (a reused process id would otherwise
      *> keep a dead lock looking alive).
      *> ============================================================
       CHECK-RUN-LOCK-STALE.
           IF FUNCTION TRIM(WS-LOCK-HOLDER-PID) = SPACES
               OR FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-LOCK-HOLDER-PID)) NOT = 0
               MOVE "Y" TO WS-LOCK-STALE
               MOVE "lock record is unreadable" TO WS-LOCK-REASON
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-COMMAND
           STRING
               "kill -0 " DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-HOLDER-PID) DELIMITED SIZE
               " 2>/dev/null || test -d /proc/" DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-HOLDER-PID) DELIMITED SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND)
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           IF WS-SYSTEM-RC NOT = 0
               MOVE "Y" TO WS-LOCK-STALE
               MOVE "its process is no longer running"
                   TO WS-LOCK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-HOLDER-START(1:8) NOT NUMERIC
               OR WS-LOCK-HOLDER-START(10:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-LOCK-SECS-NOW =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) * 86400
               + FUNCTION NUMVAL(WS-TIME-NOW(1:2)) * 3600
               + FUNCTION NUMVAL(WS-TIME-NOW(3:2)) * 60
               + FUNCTION NUMVAL(WS-TIME-NOW(5:2))
           COMPUTE WS-LOCK-SECS-HELD =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-LOCK-HOLDER-START(1:8))) * 86400
               + FUNCTION NUMVAL(WS-LOCK-HOLDER-START(10:2)) * 3600
               + FUNCTION NUMVAL(WS-LOCK-HOLDER-START(12:2)) * 60
               + FUNCTION NUMVAL(WS-LOCK-HOLDER-START(14:2))
           IF WS-LOCK-SECS-NOW > WS-LOCK-SECS-HELD
               COMPUTE WS-LOCK-HOURS-HELD =
                   (WS-LOCK-SECS-NOW - WS-LOCK-SECS-HELD) / 3600
               IF WS-LOCK-HOURS-HELD >= WS-LOCK-STALE-HOURS
                   MOVE "Y" TO WS-LOCK-STALE
                   MOVE WS-LOCK-HOURS-HELD TO WS-LOCK-EDIT
                   MOVE SPACES TO WS-LOCK-REASON
                   STRING
                       "held for " DELIMITED SIZE
                       FUNCTION TRIM(WS-LOCK-EDIT) DELIMITED SIZE
                       " hours" DELIMITED SIZE
                       INTO WS-LOCK-REASON
                   END-STRING
               END-IF
           END-IF.

      *> ============================================================
      *> Give the lock back at the end of the run - but only if the
      *> record still names this process; if an operator replaced
      *> it meanwhile, say so and leave it alone.
      *> ============================================================
       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOCK-HELD
           PERFORM READ-RUN-LOCK
           IF WS-LOCK-HOLDER-PID NOT = WS-LOCK-OWN-PID
               OR WS-LOCK-HOLDER-START NOT = WS-RUN-START-STAMP
               DISPLAY "  Warning: run lock "
                   FUNCTION TRIM(WS-LOCK-FILEPATH)
                   " no longer belongs to this run - left in place."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-COMMAND
           STRING
               "rm -f '" DELIMITED SIZE
               FUNCTION TRIM(WS-LOCK-ESCAPED-PATH) DELIMITED SIZE
               "'" DELIMITED SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND).

      *> ============================================================
      *> Daily cycle mode: run the night's job stream as one job.
      *> CYCLE-FILE lists the steps in order, one per line:
      *>   mode|run-on|depends-on|arguments
      *> run-on is DAILY (or blank) or a day of the month (01 for
      *> the month-end rollover on the 1st); depends-on is a string
      *> of earlier step modes that must have completed (e.g. GB);
      *> arguments are passed to the step as given (KEY=VALUE ...).
      *> Without a CYCLE-FILE the standard stream is used:
      *>   G|DAILY||   B|DAILY||   R|DAILY|B|   D|DAILY|B|
      *>   E|01|GB|
      *> Each step runs as its own invocation of CYCLE-PROGRAM, so
      *> it takes the run lock, writes its own run log record and
      *> returns its own code; B picks up from the watchlist
      *> checkpoint as it always does. A step ending with code 0 or
      *> 4 is complete; 8 and above is a failure, and every step
      *> depending on it is skipped. Progress goes to
      *> CYCLE-STATUS-FILE after every step, so a rerun for the same
      *> cycle date (today, or CYCLE=YYYYMMDD) skips the completed
      *> steps and restarts from the first incomplete one. The
      *> cycle summary is added to the report and the run log; the
      *> return code is 8 when any due step failed or was skipped.
      *> ============================================================
       DAILY-CYCLE-MODE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CYC-DATE
           IF WS-ARG-CYCLE-DATE NOT = SPACES
               IF WS-ARG-CYCLE-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(WS-ARG-CYCLE-DATE)) NOT = 0
                   DISPLAY "  Error: CYCLE= must be a date YYYYMMDD."
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-CYCLE-DATE TO WS-CYC-DATE
           END-IF
           PERFORM GET-CYCLE-STAMP
           MOVE WS-CYC-STAMP TO WS-CYC-STARTED
           PERFORM LOAD-CYCLE-CONTROL
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CYCLE-STATUS
           DISPLAY "  Daily cycle " WS-CYC-DATE ": "
               WS-CYC-STEP-COUNT " step(s)"
           IF WS-CYC-RERUN = "Y"
               DISPLAY "  Rerun - completed steps are not repeated."
           END-IF
           PERFORM SAVE-CYCLE-STATUS
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-STEP-COUNT
               PERFORM RUN-CYCLE-STEP
           END-PERFORM
           PERFORM WRITE-CYCLE-SUMMARY.

      *> ============================================================
      *> Load and check the job stream. A bad line stops the whole
      *> cycle before any step runs - running half a stream that
      *> was meant to be different is worse than running none.
      *> ============================================================
       LOAD-CYCLE-CONTROL.
           INITIALIZE WS-CYC-STEP-TABLE
           MOVE 0 TO WS-CYC-STEP-COUNT
           OPEN INPUT CYCLE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  No job stream file ("
                   FUNCTION TRIM(WS-CYCLE-FILEPATH)
                   ") - running the standard cycle G B R D E."
               MOVE "G|DAILY||" TO CYCLE-RECORD
               PERFORM ADD-CYCLE-STEP
               MOVE "B|DAILY||" TO CYCLE-RECORD
               PERFORM ADD-CYCLE-STEP
               MOVE "R|DAILY|B|" TO CYCLE-RECORD
               PERFORM ADD-CYCLE-STEP
               MOVE "D|DAILY|B|" TO CYCLE-RECORD
               PERFORM ADD-CYCLE-STEP
               MOVE "E|01|GB|" TO CYCLE-RECORD
               PERFORM ADD-CYCLE-STEP
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CYC-EOF
           PERFORM UNTIL WS-CYC-EOF = "Y"
               READ CYCLE-FILE
                   AT END
                       MOVE "Y" TO WS-CYC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CYCLE-RECORD) NOT = SPACES
                           AND CYCLE-RECORD(1:1) NOT = "*"
                           PERFORM ADD-CYCLE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-FILE
           IF WS-CYC-STEP-COUNT = 0 AND WS-RETURN-CODE = 0
               DISPLAY "  Error: job stream file "
                   FUNCTION TRIM(WS-CYCLE-FILEPATH)
                   " lists no steps."
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> Check one job stream line and add it as the next step.
      *> Interactive modes (I, M) and the cycle itself cannot be
      *> steps; a mode may appear only once; dependencies must name
      *> earlier steps.
      *> ============================================================
       ADD-CYCLE-STEP.
           INITIALIZE WS-CYC-CTL-FIELDS
           UNSTRING CYCLE-RECORD DELIMITED BY "|"
               INTO WS-CYC-CF-MODE
                    WS-CYC-CF-RUN-ON
                    WS-CYC-CF-DEPENDS
                    WS-CYC-CF-ARGS
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CYC-CF-MODE))
               TO WS-CYC-CF-MODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CYC-CF-RUN-ON))
               TO WS-CYC-CF-RUN-ON
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CYC-CF-DEPENDS))
               TO WS-CYC-CF-DEPENDS
           IF WS-CYC-CF-RUN-ON = SPACES
               MOVE "DAILY" TO WS-CYC-CF-RUN-ON
           END-IF
           IF WS-CYC-CF-RUN-ON(2:1) = SPACE
               AND WS-CYC-CF-RUN-ON(1:1) NUMERIC
               MOVE WS-CYC-CF-RUN-ON(1:1) TO WS-CYC-CF-RUN-ON(2:1)
               MOVE "0" TO WS-CYC-CF-RUN-ON(1:1)
           END-IF
           MOVE SPACES TO WS-CYC-LINE
           EVALUATE TRUE
               WHEN WS-CYC-CF-MODE(2:9) NOT = SPACES
                   OR WS-CYC-CF-MODE = SPACES
                   MOVE "step is not a single run mode letter"
                       TO WS-CYC-LINE
               WHEN WS-CYC-CF-MODE(1:1) = "A"
                   OR WS-CYC-CF-MODE(1:1) = "I"
                   OR WS-CYC-CF-MODE(1:1) = "M"
                   MOVE "mode cannot run as a cycle step"
                       TO WS-CYC-LINE
               WHEN WS-CYC-CF-MODE(1:1) NOT = "B"
                   AND WS-CYC-CF-MODE(1:1) NOT = "S"
                   AND WS-CYC-CF-MODE(1:1) NOT = "R"
                   AND WS-CYC-CF-MODE(1:1) NOT = "H"
                   AND WS-CYC-CF-MODE(1:1) NOT = "E"
                   AND WS-CYC-CF-MODE(1:1) NOT = "G"
                   AND WS-CYC-CF-MODE(1:1) NOT = "C"
                   AND WS-CYC-CF-MODE(1:1) NOT = "Y"
                   AND WS-CYC-CF-MODE(1:1) NOT = "D"
                   AND WS-CYC-CF-MODE(1:1) NOT = "N"
                   AND WS-CYC-CF-MODE(1:1) NOT = "V"
                   AND WS-CYC-CF-MODE(1:1) NOT = "T"
                   AND WS-CYC-CF-MODE(1:1) NOT = "X"
                   AND WS-CYC-CF-MODE(1:1) NOT = "K"
                   AND WS-CYC-CF-MODE(1:1) NOT = "O"
                   AND WS-CYC-CF-MODE(1:1) NOT = "Q"
                   AND WS-CYC-CF-MODE(1:1) NOT = "P"
                   MOVE "unknown run mode" TO WS-CYC-LINE
               WHEN WS-CYC-CF-RUN-ON NOT = "DAILY"
                   AND (WS-CYC-CF-RUN-ON(1:2) NOT NUMERIC
                        OR WS-CYC-CF-RUN-ON(3:8) NOT = SPACES
                        OR WS-CYC-CF-RUN-ON(1:2) < "01"
                        OR WS-CYC-CF-RUN-ON(1:2) > "31")
                   MOVE "run-on must be DAILY or a day 01-31"
                       TO WS-CYC-LINE
               WHEN WS-CYC-STEP-COUNT >= 20
                   MOVE "more than 20 steps" TO WS-CYC-LINE
           END-EVALUATE
           IF WS-CYC-LINE = SPACES
               PERFORM VARYING WS-CYC-IDX-2 FROM 1 BY 1
                   UNTIL WS-CYC-IDX-2 > WS-CYC-STEP-COUNT
                   IF WS-CST-MODE(WS-CYC-IDX-2) = WS-CYC-CF-MODE(1:1)
                       MOVE "mode appears twice in the stream"
                           TO WS-CYC-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CYC-LINE = SPACES
               PERFORM VARYING WS-CYC-DEP-IDX FROM 1 BY 1
                   UNTIL WS-CYC-DEP-IDX > 10
                   MOVE WS-CYC-CF-DEPENDS(WS-CYC-DEP-IDX:1)
                       TO WS-CYC-DEP-MODE
                   IF WS-CYC-DEP-MODE NOT = SPACE
                       AND WS-CYC-DEP-MODE NOT = ","
                       MOVE "N" TO WS-CYC-DEP-FOUND
                       PERFORM VARYING WS-CYC-IDX-2 FROM 1 BY 1
                           UNTIL WS-CYC-IDX-2 > WS-CYC-STEP-COUNT
                           IF WS-CST-MODE(WS-CYC-IDX-2)
                               = WS-CYC-DEP-MODE
                               MOVE "Y" TO WS-CYC-DEP-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-CYC-DEP-FOUND = "N"
                           MOVE "depends on a mode not run before it"
                               TO WS-CYC-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CYC-LINE NOT = SPACES
               DISPLAY "  Error: job stream line '"
                   FUNCTION TRIM(CYCLE-RECORD) "' - "
                   FUNCTION TRIM(WS-CYC-LINE) "."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CYC-STEP-COUNT
           MOVE WS-CYC-CF-MODE(1:1) TO WS-CST-MODE(WS-CYC-STEP-COUNT)
           MOVE WS-CYC-CF-RUN-ON TO WS-CST-RUN-ON(WS-CYC-STEP-COUNT)
           MOVE WS-CYC-CF-DEPENDS
               TO WS-CST-DEPENDS(WS-CYC-STEP-COUNT)
           MOVE FUNCTION TRIM(WS-CYC-CF-ARGS)
               TO WS-CST-ARGS(WS-CYC-STEP-COUNT)
           MOVE 0 TO WS-CST-RC(WS-CYC-STEP-COUNT)
           IF WS-CYC-CF-RUN-ON = "DAILY"
               OR WS-CYC-CF-RUN-ON(1:2) = WS-CYC-DATE(7:2)
               MOVE "PENDING" TO WS-CST-STATUS(WS-CYC-STEP-COUNT)
           ELSE
               MOVE "NOTDUE" TO WS-CST-STATUS(WS-CYC-STEP-COUNT)
           END-IF.

      *> ============================================================
      *> Read the status of an earlier attempt at the same cycle
      *> date. Only completed steps carry over; anything that
      *> failed, was skipped or was cut off mid-run runs again.
      *> Format: CYCLE|date|first started|last updated
      *>         STEP|mode|status|rc|started|ended
      *> ============================================================
       LOAD-CYCLE-STATUS.
           MOVE "N" TO WS-CYC-RERUN
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CYC-EOF
           PERFORM UNTIL WS-CYC-EOF = "Y"
               READ CYCLE-STATUS-FILE
                   AT END
                       MOVE "Y" TO WS-CYC-EOF
                   NOT AT END
                       PERFORM APPLY-CYCLE-STATUS-LINE
               END-READ
           END-PERFORM
           CLOSE CYCLE-STATUS-FILE.

      *> ============================================================
      *> Apply one status line. A header for a different date ends
      *> the carry-over: that file belongs to another cycle.
      *> ============================================================
       APPLY-CYCLE-STATUS-LINE.
           INITIALIZE WS-CYC-STS-FIELDS
           UNSTRING CYCLE-STATUS-RECORD DELIMITED BY "|"
               INTO WS-CYC-SF-TYPE
                    WS-CYC-SF-MODE
                    WS-CYC-SF-STATUS
                    WS-CYC-SF-RC
                    WS-CYC-SF-START
                    WS-CYC-SF-END
           END-UNSTRING
           IF WS-CYC-SF-TYPE = "CYCLE"
               IF WS-CYC-SF-MODE(1:8) = WS-CYC-DATE
                   MOVE "Y" TO WS-CYC-RERUN
                   IF WS-CYC-SF-STATUS NOT = SPACES
                       MOVE WS-CYC-SF-STATUS TO WS-CYC-STARTED
                   END-IF
               ELSE
                   MOVE "Y" TO WS-CYC-EOF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CYC-SF-TYPE NOT = "STEP" OR WS-CYC-RERUN NOT = "Y"
               OR WS-CYC-SF-STATUS NOT = "DONE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CYC-IDX-2 FROM 1 BY 1
               UNTIL WS-CYC-IDX-2 > WS-CYC-STEP-COUNT
               IF WS-CST-MODE(WS-CYC-IDX-2) = WS-CYC-SF-MODE(1:1)
                   AND WS-CST-STATUS(WS-CYC-IDX-2) = "PENDING"
                   MOVE "DONE" TO WS-CST-STATUS(WS-CYC-IDX-2)
                   IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-CYC-SF-RC)) = 0
                       MOVE FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-CYC-SF-RC))
                           TO WS-CST-RC(WS-CYC-IDX-2)
                   END-IF
                   MOVE WS-CYC-SF-START TO WS-CST-START(WS-CYC-IDX-2)
                   MOVE WS-CYC-SF-END TO WS-CST-END(WS-CYC-IDX-2)
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Rewrite CYCLE-STATUS-FILE from the step table.
      *> ============================================================
       SAVE-CYCLE-STATUS.
           OPEN OUTPUT CYCLE-STATUS-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Warning: Could not write the cycle status "
                   "file " FUNCTION TRIM(WS-CYCLE-STATUS-FILEPATH)
                   " - a rerun will repeat every step."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CYCLE-STAMP
           MOVE SPACES TO CYCLE-STATUS-RECORD
           STRING
               "CYCLE|" DELIMITED SIZE
               WS-CYC-DATE DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-CYC-STARTED DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-CYC-STAMP DELIMITED SIZE
               INTO CYCLE-STATUS-RECORD
           END-STRING
           WRITE CYCLE-STATUS-RECORD
           PERFORM VARYING WS-CYC-IDX-2 FROM 1 BY 1
               UNTIL WS-CYC-IDX-2 > WS-CYC-STEP-COUNT
               MOVE SPACES TO CYCLE-STATUS-RECORD
               STRING
                   "STEP|" DELIMITED SIZE
                   WS-CST-MODE(WS-CYC-IDX-2) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-CST-STATUS(WS-CYC-IDX-2))
                       DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-CST-RC(WS-CYC-IDX-2) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-CST-START(WS-CYC-IDX-2) DELIMITED SPACE
                   "|" DELIMITED SIZE
                   WS-CST-END(WS-CYC-IDX-2) DELIMITED SPACE
                   INTO CYCLE-STATUS-RECORD
               END-STRING
               WRITE CYCLE-STATUS-RECORD
           END-PERFORM
           CLOSE CYCLE-STATUS-FILE.

      *> ============================================================
      *> Current date and time as YYYYMMDD-HHMMSS in WS-CYC-STAMP.
      *> ============================================================
       GET-CYCLE-STAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO WS-CYC-STAMP
           STRING
               WS-CURRENT-DATE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-TIME-NOW(1:6) DELIMITED SIZE
               INTO WS-CYC-STAMP
           END-STRING.

      *> ============================================================
      *> Run step WS-CYC-IDX unless it is already complete, not due
      *> on this cycle date, or waiting on a step that did not
      *> complete.
      *> ============================================================
       RUN-CYCLE-STEP.
           IF WS-CST-STATUS(WS-CYC-IDX) = "DONE"
               DISPLAY "  Step " WS-CST-MODE(WS-CYC-IDX)
                   ": already complete (rc "
                   WS-CST-RC(WS-CYC-IDX) ")."
               EXIT PARAGRAPH
           END-IF
           IF WS-CST-STATUS(WS-CYC-IDX) = "NOTDUE"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CYC-BLOCKED
           PERFORM VARYING WS-CYC-DEP-IDX FROM 1 BY 1
               UNTIL WS-CYC-DEP-IDX > 10
               MOVE WS-CST-DEPENDS(WS-CYC-IDX)(WS-CYC-DEP-IDX:1)
                   TO WS-CYC-DEP-MODE
               IF WS-CYC-DEP-MODE NOT = SPACE
                   AND WS-CYC-DEP-MODE NOT = ","
                   PERFORM VARYING WS-CYC-IDX-2 FROM 1 BY 1
                       UNTIL WS-CYC-IDX-2 >= WS-CYC-IDX
                       IF WS-CST-MODE(WS-CYC-IDX-2) = WS-CYC-DEP-MODE
                           AND WS-CST-STATUS(WS-CYC-IDX-2) NOT = "DONE"
                           AND WS-CST-STATUS(WS-CYC-IDX-2)
                               NOT = "NOTDUE"
                           AND WS-CYC-BLOCKED = "N"
                           MOVE "Y" TO WS-CYC-BLOCKED
                           MOVE WS-CYC-DEP-MODE TO WS-CYC-BLOCKED-BY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-CYC-BLOCKED = "Y"
               MOVE "SKIPPED" TO WS-CST-STATUS(WS-CYC-IDX)
               MOVE 0 TO WS-CST-RC(WS-CYC-IDX)
               MOVE SPACES TO WS-CST-START(WS-CYC-IDX)
               MOVE SPACES TO WS-CST-END(WS-CYC-IDX)
               DISPLAY "  Step " WS-CST-MODE(WS-CYC-IDX)
                   ": skipped - step " WS-CYC-BLOCKED-BY
                   " did not complete."
               PERFORM SAVE-CYCLE-STATUS
               EXIT PARAGRAPH
           END-IF

           IF WS-CST-MODE(WS-CYC-IDX) = "B"
               PERFORM LOAD-CHECKPOINT
               IF WS-CHECKPOINT-LINE-NUM > 0
                   DISPLAY "  Step B resumes from the watchlist "
                       "checkpoint after line "
                       WS-CHECKPOINT-LINE-NUM "."
               END-IF
           END-IF
           MOVE WS-CYC-PROGRAM TO WS-SHELL-ESCAPE-IN
           PERFORM ESCAPE-SHELL-ARG
           INITIALIZE WS-COMMAND
           STRING
               "'" DELIMITED SIZE
               FUNCTION TRIM(WS-SHELL-ESCAPE-OUT) DELIMITED SIZE
               "' " DELIMITED SIZE
               WS-CST-MODE(WS-CYC-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               FUNCTION TRIM(WS-CST-ARGS(WS-CYC-IDX))
                   DELIMITED SIZE
               INTO WS-COMMAND
           END-STRING
           PERFORM GET-CYCLE-STAMP
           MOVE WS-CYC-STAMP TO WS-CST-START(WS-CYC-IDX)
           MOVE SPACES TO WS-CST-END(WS-CYC-IDX)
           MOVE "RUNNING" TO WS-CST-STATUS(WS-CYC-IDX)
           PERFORM SAVE-CYCLE-STATUS
           DISPLAY "  Step " WS-CST-MODE(WS-CYC-IDX) ": "
               FUNCTION TRIM(WS-COMMAND)
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND)
           MOVE RETURN-CODE TO WS-SYSTEM-RC
      *> The shell hands back a wait status: the step's own return
      *> code sits in its high byte. A step that could not be
      *> started at all counts as a failure.
           EVALUATE TRUE
               WHEN WS-SYSTEM-RC < 0
                   MOVE 8 TO WS-CYC-STEP-RC
               WHEN WS-SYSTEM-RC > 255
                   COMPUTE WS-CYC-STEP-RC = WS-SYSTEM-RC / 256
               WHEN OTHER
                   MOVE WS-SYSTEM-RC TO WS-CYC-STEP-RC
           END-EVALUATE
           MOVE WS-CYC-STEP-RC TO WS-CST-RC(WS-CYC-IDX)
           PERFORM GET-CYCLE-STAMP
           MOVE WS-CYC-STAMP TO WS-CST-END(WS-CYC-IDX)
           IF WS-CYC-STEP-RC <= 4
               MOVE "DONE" TO WS-CST-STATUS(WS-CYC-IDX)
           ELSE
               MOVE "FAILED" TO WS-CST-STATUS(WS-CYC-IDX)
           END-IF
           DISPLAY "  Step " WS-CST-MODE(WS-CYC-IDX) ": "
               FUNCTION TRIM(WS-CST-STATUS(WS-CYC-IDX))
               " (rc " WS-CST-RC(WS-CYC-IDX) ")."
           PERFORM SAVE-CYCLE-STATUS.

      *> ============================================================
      *> One green or red line for the night: a summary block at
      *> the end of the report, the screen, and a cycle= field on
      *> this run's run log record.
      *> ============================================================
       WRITE-CYCLE-SUMMARY.
           MOVE 0 TO WS-CYC-DONE-COUNT
           MOVE 0 TO WS-CYC-FAIL-COUNT
           MOVE 0 TO WS-CYC-SKIP-COUNT
           MOVE 0 TO WS-CYC-WARN-COUNT
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-STEP-COUNT
               EVALUATE WS-CST-STATUS(WS-CYC-IDX)
                   WHEN "DONE"
                       ADD 1 TO WS-CYC-DONE-COUNT
                       IF WS-CST-RC(WS-CYC-IDX) > 0
                           ADD 1 TO WS-CYC-WARN-COUNT
                       END-IF
                   WHEN "FAILED"
                       ADD 1 TO WS-CYC-FAIL-COUNT
                   WHEN "SKIPPED"
                       ADD 1 TO WS-CYC-SKIP-COUNT
               END-EVALUATE
           END-PERFORM
           IF WS-CYC-FAIL-COUNT > 0 OR WS-CYC-SKIP-COUNT > 0
               MOVE "RED" TO WS-CYC-RESULT
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "GREEN" TO WS-CYC-RESULT
               IF WS-CYC-WARN-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO WS-CYC-NOTE
           STRING
               WS-CYC-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               FUNCTION TRIM(WS-CYC-RESULT) DELIMITED SIZE
               INTO WS-CYC-NOTE
           END-STRING
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-STEP-COUNT
               MOVE SPACES TO WS-CYC-LINE
               EVALUATE WS-CST-STATUS(WS-CYC-IDX)
                   WHEN "DONE"
                   WHEN "FAILED"
                       MOVE WS-CST-RC(WS-CYC-IDX) TO WS-CYC-RC-EDIT
                       MOVE FUNCTION TRIM(WS-CYC-RC-EDIT)
                           TO WS-CYC-LINE
                   WHEN "SKIPPED"
                       MOVE "skip" TO WS-CYC-LINE
                   WHEN OTHER
                       MOVE "-" TO WS-CYC-LINE
               END-EVALUATE
               STRING
                   FUNCTION TRIM(WS-CYC-NOTE) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-CST-MODE(WS-CYC-IDX) DELIMITED SIZE
                   ":" DELIMITED SIZE
                   FUNCTION TRIM(WS-CYC-LINE) DELIMITED SIZE
                   INTO WS-CYC-NOTE
               END-STRING
           END-PERFORM

           OPEN EXTEND REPORT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Warning: Could not add the cycle summary "
                   "to " FUNCTION TRIM(WS-REPORT-FILEPATH) "."
           ELSE
               MOVE WS-HEADER-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "DAILY CYCLE " DELIMITED SIZE
                   WS-CYC-DATE DELIMITED SIZE
                   "  RESULT " DELIMITED SIZE
                   FUNCTION TRIM(WS-CYC-RESULT) DELIMITED SIZE
                   "  started " DELIMITED SIZE
                   WS-CYC-STARTED DELIMITED SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-STEP-COUNT
                   MOVE WS-CST-RC(WS-CYC-IDX) TO WS-CYC-RC-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING
                       "  Step " DELIMITED SIZE
                       WS-CST-MODE(WS-CYC-IDX) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CST-STATUS(WS-CYC-IDX) DELIMITED SIZE
                       "  rc " DELIMITED SIZE
                       WS-CYC-RC-EDIT DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CST-START(WS-CYC-IDX) DELIMITED SIZE
                       " - " DELIMITED SIZE
                       WS-CST-END(WS-CYC-IDX) DELIMITED SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-PERFORM
               MOVE WS-HEADER-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "  Daily cycle " FUNCTION TRIM(WS-CYC-NOTE).

      *> ============================================================
      *> START= / END= for the modes whose reports go in the monthly
      *> pack: blank means the previous calendar month, START=
      *> alone runs to yesterday, END= alone from the first of its
      *> month. Leaves the range as day numbers in
      *> WS-PACK-START-INT / WS-PACK-END-INT as well.
      *> ============================================================
       GET-PACK-DATE-RANGE.
           PERFORM GET-RUN-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING
               WS-CURRENT-DATE(1:6) DELIMITED SIZE
               "01" DELIMITED SIZE
               INTO WS-PACK-DATE
           END-STRING
           MOVE WS-PACK-DATE TO WS-PACK-DATE-NUM
           COMPUTE WS-PACK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PACK-DATE-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PACK-DATE-INT)
               TO WS-PACK-DATE-NUM
           MOVE WS-PACK-DATE-NUM TO WS-PACK-DATE
           IF WS-RANGE-END-DATE = "99999999"
               IF WS-RANGE-START-DATE = "00000000"
                   MOVE WS-PACK-DATE TO WS-RANGE-END-DATE
               ELSE
                   COMPUTE WS-PACK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-PACK-DATE-INT)
                       TO WS-PACK-DATE-NUM
                   MOVE WS-PACK-DATE-NUM TO WS-RANGE-END-DATE
               END-IF
           END-IF
           IF WS-RANGE-START-DATE = "00000000"
               MOVE WS-RANGE-END-DATE(1:6) TO WS-RANGE-START-DATE(1:6)
               MOVE "01" TO WS-RANGE-START-DATE(7:2)
           END-IF
           MOVE WS-RANGE-START-DATE TO WS-PACK-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PACK-DATE-NUM) NOT = 0
               DISPLAY "  Error: START= is not a calendar date."
               MOVE 8 TO WS-RETURN-CODE
               MOVE "N" TO WS-RANGE-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PACK-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PACK-DATE-NUM)
           MOVE WS-RANGE-END-DATE TO WS-PACK-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PACK-DATE-NUM) NOT = 0
               DISPLAY "  Error: END= is not a calendar date."
               MOVE 8 TO WS-RETURN-CODE
               MOVE "N" TO WS-RANGE-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PACK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PACK-DATE-NUM)
           IF WS-PACK-START-INT > WS-PACK-END-INT
               DISPLAY "  Error: START= is after END=."
               MOVE 8 TO WS-RETURN-CODE
               MOVE "N" TO WS-RANGE-OK
               EXIT PARAGRAPH
           END-IF.

      *> ============================================================
      *> Data quality scorecard mode: for every active master site
      *> (GROUP= narrows it to one group) and every group, over
      *> START= to END= (by default the previous calendar month):
      *>   days expected vs days with at least one reading,
      *>   days filled only by BACKFILL rows, as a share of days
      *>   expected,
      *>   readings quarantined in REJECT-FILE, by reason code,
      *>   LIVE readings with a blank PM2.5 or PM10 (air-quality
      *>   service down; archive rows never carry them),
      *> and an overall score and grade:
      *>   score = observed % - half the backfilled %
      *>           - a quarter of the blank-PM % - the reject %
      *>   A 95 and over, B 85, C 70, D 50, F below.
      *> Sites graded below QUALITY-MIN-GRADE are listed first.
      *> Rejects are matched to sites by site name (the name the
      *> batch fetched under) or code, and dated by the day they
      *> were quarantined.
      *> ============================================================
       DATA-QUALITY-MODE.
           PERFORM GET-PACK-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACES

           INITIALIZE WS-DQ-SITE-TABLE
           INITIALIZE WS-DQ-GROUP-TABLE
           INITIALIZE WS-DQ-REASON-TABLE
           MOVE 0 TO WS-DQ-SITE-COUNT
           MOVE 0 TO WS-DQ-GROUP-COUNT
           MOVE 0 TO WS-DQ-REASON-COUNT
           MOVE 0 TO WS-DQ-INACTIVE
           MOVE 0 TO WS-DQ-REJ-UNMATCHED
           MOVE 0 TO WS-DQ-BELOW-COUNT
           MOVE "N" TO WS-DQ-OVERFLOW
           OPEN INPUT SITE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open site master file "
                   WS-SITE-MASTER-FILEPATH
                   " (file status " WS-FILE-STATUS ")."
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OBSERVATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open the observation store "
                   WS-OBS-FILEPATH
               CLOSE SITE-MASTER-FILE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SITE-EOF
           MOVE LOW-VALUES TO SITE-CODE
           START SITE-MASTER-FILE KEY IS >= SITE-CODE
               INVALID KEY
                   MOVE "Y" TO WS-SITE-EOF
           END-START
           PERFORM UNTIL WS-SITE-EOF = "Y"
               READ SITE-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SITE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(WS-GROUP-FILTER) = SPACES
                           OR FUNCTION UPPER-CASE
                               (FUNCTION TRIM(SITE-GROUP)) =
                              FUNCTION UPPER-CASE
                               (FUNCTION TRIM(WS-GROUP-FILTER))
                           PERFORM SCORE-QUALITY-SITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OBSERVATION-FILE
           CLOSE SITE-MASTER-FILE
           PERFORM LOAD-QUALITY-REJECTS

      *> Grade every site and roll it into its group.
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-SITE-COUNT
               PERFORM GRADE-QUALITY-SITE
           END-PERFORM

           OPEN OUTPUT QUALITY-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open quality report file "
                   WS-QUALITY-REPORT-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUALITY-REPORT-RECORD
           STRING
               "DATA QUALITY SCORECARD  " DELIMITED SIZE
               WS-RANGE-START-DATE DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-RANGE-END-DATE DELIMITED SIZE
               "  run " DELIMITED SIZE
               WS-RUN-START-STAMP DELIMITED SIZE
               INTO QUALITY-REPORT-RECORD
           END-STRING
           WRITE QUALITY-REPORT-RECORD
           IF FUNCTION TRIM(WS-GROUP-FILTER) NOT = SPACES
               MOVE SPACES TO QUALITY-REPORT-RECORD
               STRING
                   "Group " DELIMITED SIZE
                   FUNCTION TRIM(WS-GROUP-FILTER) DELIMITED SIZE
                   " only" DELIMITED SIZE
                   INTO QUALITY-REPORT-RECORD
               END-STRING
               WRITE QUALITY-REPORT-RECORD
           END-IF
           MOVE WS-HEADER-LINE TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD

      *> Pass 1 lists the sites below the minimum grade, pass 2
      *> the rest, each in site code order.
           PERFORM VARYING WS-DQ-PASS FROM 1 BY 1
               UNTIL WS-DQ-PASS > 2
               MOVE SPACES TO QUALITY-REPORT-RECORD
               WRITE QUALITY-REPORT-RECORD
               MOVE SPACES TO QUALITY-REPORT-RECORD
               IF WS-DQ-PASS = 1
                   STRING
                       "Sites graded below " DELIMITED SIZE
                       WS-DQ-MIN-GRADE DELIMITED SIZE
                       ":" DELIMITED SIZE
                       INTO QUALITY-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING
                       "Sites graded " DELIMITED SIZE
                       WS-DQ-MIN-GRADE DELIMITED SIZE
                       " or better:" DELIMITED SIZE
                       INTO QUALITY-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE QUALITY-REPORT-RECORD
               PERFORM WRITE-QUALITY-COLUMN-HEADING
               MOVE 0 TO WS-DQ-RSN-IDX
               PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-SITE-COUNT
                   IF (WS-DQ-PASS = 1
                       AND WS-DQS-GRADE(WS-DQ-IDX) > WS-DQ-MIN-GRADE)
                      OR (WS-DQ-PASS = 2
                       AND WS-DQS-GRADE(WS-DQ-IDX)
                           NOT > WS-DQ-MIN-GRADE)
                       PERFORM WRITE-QUALITY-SITE-LINE
                       ADD 1 TO WS-DQ-RSN-IDX
                   END-IF
               END-PERFORM
               IF WS-DQ-RSN-IDX = 0
                   MOVE "  (none)" TO QUALITY-REPORT-RECORD
                   WRITE QUALITY-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           MOVE "Groups:" TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           PERFORM WRITE-QUALITY-COLUMN-HEADING
           PERFORM VARYING WS-DQ-GRP-IDX FROM 1 BY 1
               UNTIL WS-DQ-GRP-IDX > WS-DQ-GROUP-COUNT
               PERFORM WRITE-QUALITY-GROUP-LINE
           END-PERFORM

           PERFORM WRITE-QUALITY-REJECT-SECTION

           MOVE SPACES TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           MOVE WS-HEADER-LINE TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           MOVE
              "Score = observed % - half backfilled % - quarter "
            & "blank-PM % - reject %;  A 95+  B 85+  C 70+  D 50+  F"
               TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           IF WS-DQ-INACTIVE > 0
               MOVE WS-DQ-INACTIVE TO WS-DQ-CNT-EDIT
               MOVE SPACES TO QUALITY-REPORT-RECORD
               STRING
                   "Inactive sites not scored: " DELIMITED SIZE
                   FUNCTION TRIM(WS-DQ-CNT-EDIT) DELIMITED SIZE
                   INTO QUALITY-REPORT-RECORD
               END-STRING
               WRITE QUALITY-REPORT-RECORD
           END-IF
           IF WS-DQ-OVERFLOW = "Y"
               MOVE "Note: more than 500 sites - the rest were not "
                 & "scored." TO QUALITY-REPORT-RECORD
               WRITE QUALITY-REPORT-RECORD
           END-IF
           CLOSE QUALITY-REPORT-FILE

           MOVE WS-DQ-SITE-COUNT TO WS-DQ-CNT-EDIT
           MOVE WS-DQ-BELOW-COUNT TO WS-DQ-CNT-EDIT-2
           DISPLAY
              "  Quality scorecard " WS-RANGE-START-DATE " to "
               WS-RANGE-END-DATE ": "
               FUNCTION TRIM(WS-DQ-CNT-EDIT) " site(s), "
               FUNCTION TRIM(WS-DQ-CNT-EDIT-2) " below grade "
               WS-DQ-MIN-GRADE ". Written to "
               FUNCTION TRIM(WS-QUALITY-REPORT-FILEPATH).

      *> ============================================================
      *> Count one active site's days and readings in the range
      *> with a single pass over its part of the store.
      *> ============================================================
       SCORE-QUALITY-SITE.
           IF SITE-ACTIVE-FLAG NOT = "Y"
               ADD 1 TO WS-DQ-INACTIVE
               EXIT PARAGRAPH
           END-IF
           IF WS-DQ-SITE-COUNT >= 500
               MOVE "Y" TO WS-DQ-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DQ-SITE-COUNT
           MOVE WS-DQ-SITE-COUNT TO WS-DQ-IDX
           MOVE SITE-CODE TO WS-DQS-CODE(WS-DQ-IDX)
           MOVE SITE-NAME TO WS-DQS-NAME(WS-DQ-IDX)
           MOVE SITE-GROUP TO WS-DQS-GROUP(WS-DQ-IDX)
           COMPUTE WS-DQS-EXPECTED(WS-DQ-IDX) =
               WS-PACK-END-INT - WS-PACK-START-INT + 1
           MOVE SPACES TO WS-DQ-CUR-DATE
           MOVE "N" TO WS-DQ-SCAN-DONE
           MOVE SPACES TO OBS-KEY
           MOVE SITE-CODE TO OBS-SITE-KEY
           MOVE WS-RANGE-START-DATE TO OBS-DATE
           MOVE LOW-VALUES TO OBS-TIME
           START OBSERVATION-FILE KEY IS >= OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DQ-SCAN-DONE
           END-START
           PERFORM UNTIL WS-DQ-SCAN-DONE = "Y"
               READ OBSERVATION-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-DQ-SCAN-DONE
                   NOT AT END
                       IF OBS-SITE-KEY NOT = SITE-CODE
                           OR OBS-DATE > WS-RANGE-END-DATE
                           MOVE "Y" TO WS-DQ-SCAN-DONE
                       ELSE
                           PERFORM ADD-QUALITY-READING
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-QUALITY-DAY.

      *> ============================================================
      *> Fold one reading into the site's counts, closing the
      *> previous day when the date changes.
      *> ============================================================
       ADD-QUALITY-READING.
           IF OBS-DATE NOT = WS-DQ-CUR-DATE
               PERFORM CLOSE-QUALITY-DAY
               MOVE OBS-DATE TO WS-DQ-CUR-DATE
               MOVE "N" TO WS-DQ-DAY-LIVE
           END-IF
           ADD 1 TO WS-DQS-READINGS(WS-DQ-IDX)
           IF FUNCTION TRIM(OBS-SOURCE) NOT = "BACKFILL"
               MOVE "Y" TO WS-DQ-DAY-LIVE
               ADD 1 TO WS-DQS-LIVE(WS-DQ-IDX)
               IF OBS-PM25 = SPACES OR OBS-PM10 = SPACES
                   ADD 1 TO WS-DQS-PM-BLANK(WS-DQ-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> A day with readings is observed; one with no LIVE reading
      *> among them was filled by backfill.
      *> ============================================================
       CLOSE-QUALITY-DAY.
           IF WS-DQ-CUR-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DQS-OBSERVED(WS-DQ-IDX)
           IF WS-DQ-DAY-LIVE NOT = "Y"
               ADD 1 TO WS-DQS-BACKFILL(WS-DQ-IDX)
           END-IF
           MOVE SPACES TO WS-DQ-CUR-DATE.

      *> ============================================================
      *> Count the quarantined readings in range against the scored
      *> sites, by reason code. The first nine reasons met get a
      *> column of their own; any more are counted as OTHER.
      *> ============================================================
       LOAD-QUALITY-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DQ-EOF
           PERFORM UNTIL WS-DQ-EOF = "Y"
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-DQ-EOF
                   NOT AT END
                       PERFORM ADD-QUALITY-REJECT
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

      *> ============================================================
      *> One reject line: date|city|reason|raw reading.
      *> ============================================================
       ADD-QUALITY-REJECT.
           INITIALIZE WS-DQ-REJ-FIELDS
           UNSTRING REJECT-RECORD DELIMITED BY "|"
               INTO WS-DQ-REJ-DATE
                    WS-DQ-REJ-CITY
                    WS-DQ-REJ-REASON
           END-UNSTRING
           IF WS-DQ-REJ-DATE < WS-RANGE-START-DATE
               OR WS-DQ-REJ-DATE > WS-RANGE-END-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DQ-IDX
           PERFORM UNTIL WS-DQ-IDX > WS-DQ-SITE-COUNT
               OR FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-DQS-NAME(WS-DQ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DQ-REJ-CITY))
               OR FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-DQS-CODE(WS-DQ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DQ-REJ-CITY))
               ADD 1 TO WS-DQ-IDX
           END-PERFORM
           IF WS-DQ-IDX > WS-DQ-SITE-COUNT
               ADD 1 TO WS-DQ-REJ-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-DQ-REJ-REASON) = SPACES
               MOVE "UNKNOWN" TO WS-DQ-REJ-REASON
           END-IF
           MOVE 1 TO WS-DQ-RSN-IDX
           PERFORM UNTIL WS-DQ-RSN-IDX > WS-DQ-REASON-COUNT
               OR WS-DQ-REASON(WS-DQ-RSN-IDX) = WS-DQ-REJ-REASON
               ADD 1 TO WS-DQ-RSN-IDX
           END-PERFORM
           IF WS-DQ-RSN-IDX > WS-DQ-REASON-COUNT
               IF WS-DQ-REASON-COUNT < 9
                   ADD 1 TO WS-DQ-REASON-COUNT
                   MOVE WS-DQ-REJ-REASON
                       TO WS-DQ-REASON(WS-DQ-REASON-COUNT)
                   MOVE WS-DQ-REASON-COUNT TO WS-DQ-RSN-IDX
               ELSE
                   MOVE 10 TO WS-DQ-RSN-IDX
                   MOVE 10 TO WS-DQ-REASON-COUNT
                   MOVE "OTHER" TO WS-DQ-REASON(10)
               END-IF
           END-IF
           ADD 1 TO WS-DQS-REJECTS(WS-DQ-IDX)
           ADD 1 TO WS-DQS-REASON-N(WS-DQ-IDX, WS-DQ-RSN-IDX).

      *> ============================================================
      *> Score and grade site WS-DQ-IDX and add it to its group.
      *> ============================================================
       GRADE-QUALITY-SITE.
           MOVE WS-DQS-EXPECTED(WS-DQ-IDX) TO WS-DQC-EXPECTED
           MOVE WS-DQS-OBSERVED(WS-DQ-IDX) TO WS-DQC-OBSERVED
           MOVE WS-DQS-BACKFILL(WS-DQ-IDX) TO WS-DQC-BACKFILL
           MOVE WS-DQS-READINGS(WS-DQ-IDX) TO WS-DQC-READINGS
           MOVE WS-DQS-LIVE(WS-DQ-IDX) TO WS-DQC-LIVE
           MOVE WS-DQS-PM-BLANK(WS-DQ-IDX) TO WS-DQC-PM-BLANK
           MOVE WS-DQS-REJECTS(WS-DQ-IDX) TO WS-DQC-REJECTS
           PERFORM COMPUTE-QUALITY-SCORE
           MOVE WS-DQC-SCORE TO WS-DQS-SCORE(WS-DQ-IDX)
           MOVE WS-DQC-GRADE TO WS-DQS-GRADE(WS-DQ-IDX)

           MOVE 1 TO WS-DQ-GRP-IDX
           PERFORM UNTIL WS-DQ-GRP-IDX > WS-DQ-GROUP-COUNT
               OR WS-DQG-NAME(WS-DQ-GRP-IDX) = WS-DQS-GROUP(WS-DQ-IDX)
               ADD 1 TO WS-DQ-GRP-IDX
           END-PERFORM
           IF WS-DQ-GRP-IDX > WS-DQ-GROUP-COUNT
               IF WS-DQ-GROUP-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DQ-GROUP-COUNT
               MOVE WS-DQ-GROUP-COUNT TO WS-DQ-GRP-IDX
               MOVE WS-DQS-GROUP(WS-DQ-IDX)
                   TO WS-DQG-NAME(WS-DQ-GRP-IDX)
           END-IF
           ADD 1 TO WS-DQG-SITES(WS-DQ-GRP-IDX)
           ADD WS-DQC-EXPECTED TO WS-DQG-EXPECTED(WS-DQ-GRP-IDX)
           ADD WS-DQC-OBSERVED TO WS-DQG-OBSERVED(WS-DQ-GRP-IDX)
           ADD WS-DQC-BACKFILL TO WS-DQG-BACKFILL(WS-DQ-GRP-IDX)
           ADD WS-DQC-READINGS TO WS-DQG-READINGS(WS-DQ-GRP-IDX)
           ADD WS-DQC-LIVE TO WS-DQG-LIVE(WS-DQ-GRP-IDX)
           ADD WS-DQC-PM-BLANK TO WS-DQG-PM-BLANK(WS-DQ-GRP-IDX)
           ADD WS-DQC-REJECTS TO WS-DQG-REJECTS(WS-DQ-GRP-IDX)
           IF WS-DQC-GRADE > WS-DQ-MIN-GRADE
               ADD 1 TO WS-DQG-BELOW(WS-DQ-GRP-IDX)
               ADD 1 TO WS-DQ-BELOW-COUNT
           END-IF.

      *> ============================================================
      *> Percentages, score and grade from the counts in
      *> WS-DQ-CALC.
      *> ============================================================
       COMPUTE-QUALITY-SCORE.
           MOVE 0 TO WS-DQC-OBS-PCT
           MOVE 0 TO WS-DQC-BF-PCT
           MOVE 0 TO WS-DQC-PM-PCT
           MOVE 0 TO WS-DQC-REJ-PCT
           IF WS-DQC-EXPECTED > 0
               COMPUTE WS-DQC-OBS-PCT ROUNDED =
                   WS-DQC-OBSERVED * 100 / WS-DQC-EXPECTED
               COMPUTE WS-DQC-BF-PCT ROUNDED =
                   WS-DQC-BACKFILL * 100 / WS-DQC-EXPECTED
           END-IF
           IF WS-DQC-LIVE > 0
               COMPUTE WS-DQC-PM-PCT ROUNDED =
                   WS-DQC-PM-BLANK * 100 / WS-DQC-LIVE
           END-IF
           IF WS-DQC-READINGS + WS-DQC-REJECTS > 0
               COMPUTE WS-DQC-REJ-PCT ROUNDED =
                   WS-DQC-REJECTS * 100
                   / (WS-DQC-READINGS + WS-DQC-REJECTS)
           END-IF
           COMPUTE WS-DQC-SCORE ROUNDED =
               WS-DQC-OBS-PCT - WS-DQC-BF-PCT / 2
               - WS-DQC-PM-PCT / 4 - WS-DQC-REJ-PCT
           IF WS-DQC-SCORE < 0
               MOVE 0 TO WS-DQC-SCORE
           END-IF
           EVALUATE TRUE
               WHEN WS-DQC-SCORE >= 95
                   MOVE "A" TO WS-DQC-GRADE
               WHEN WS-DQC-SCORE >= 85
                   MOVE "B" TO WS-DQC-GRADE
               WHEN WS-DQC-SCORE >= 70
                   MOVE "C" TO WS-DQC-GRADE
               WHEN WS-DQC-SCORE >= 50
                   MOVE "D" TO WS-DQC-GRADE
               WHEN OTHER
                   MOVE "F" TO WS-DQC-GRADE
           END-EVALUATE.

      *> ============================================================
      *> Column heading shared by the site and group tables.
      *> ============================================================
       WRITE-QUALITY-COLUMN-HEADING.
           MOVE SPACES TO QUALITY-REPORT-RECORD
           STRING
               "  Site/group   Group        Expect Observ   Obs%"
                   DELIMITED SIZE
               "  Bkfl%  Readings  PMblk%  Rejects  Score Grade"
                   DELIMITED SIZE
               INTO QUALITY-REPORT-RECORD
           END-STRING
           WRITE QUALITY-REPORT-RECORD.

      *> ============================================================
      *> One site's scorecard line.
      *> ============================================================
       WRITE-QUALITY-SITE-LINE.
           MOVE WS-DQS-CODE(WS-DQ-IDX) TO WS-DQ-LABEL
           MOVE WS-DQS-GROUP(WS-DQ-IDX) TO WS-DQ-LABEL-2
           MOVE WS-DQS-EXPECTED(WS-DQ-IDX) TO WS-DQC-EXPECTED
           MOVE WS-DQS-OBSERVED(WS-DQ-IDX) TO WS-DQC-OBSERVED
           MOVE WS-DQS-BACKFILL(WS-DQ-IDX) TO WS-DQC-BACKFILL
           MOVE WS-DQS-READINGS(WS-DQ-IDX) TO WS-DQC-READINGS
           MOVE WS-DQS-LIVE(WS-DQ-IDX) TO WS-DQC-LIVE
           MOVE WS-DQS-PM-BLANK(WS-DQ-IDX) TO WS-DQC-PM-BLANK
           MOVE WS-DQS-REJECTS(WS-DQ-IDX) TO WS-DQC-REJECTS
           PERFORM COMPUTE-QUALITY-SCORE
           MOVE SPACES TO WS-DQ-MARK
           IF WS-DQC-GRADE > WS-DQ-MIN-GRADE
               MOVE "  ** CHECK" TO WS-DQ-MARK
           END-IF
           PERFORM WRITE-QUALITY-SCORE-LINE.

      *> ============================================================
      *> One group's scorecard line, with how many of its sites are
      *> below the minimum grade.
      *> ============================================================
       WRITE-QUALITY-GROUP-LINE.
           MOVE WS-DQG-NAME(WS-DQ-GRP-IDX) TO WS-DQ-LABEL
           IF WS-DQ-LABEL = SPACES
               MOVE "(no group)" TO WS-DQ-LABEL
           END-IF
           MOVE WS-DQG-SITES(WS-DQ-GRP-IDX) TO WS-DQ-CNT-EDIT
           MOVE SPACES TO WS-DQ-LABEL-2
           STRING
               FUNCTION TRIM(WS-DQ-CNT-EDIT) DELIMITED SIZE
               " sites" DELIMITED SIZE
               INTO WS-DQ-LABEL-2
           END-STRING
           MOVE WS-DQG-EXPECTED(WS-DQ-GRP-IDX) TO WS-DQC-EXPECTED
           MOVE WS-DQG-OBSERVED(WS-DQ-GRP-IDX) TO WS-DQC-OBSERVED
           MOVE WS-DQG-BACKFILL(WS-DQ-GRP-IDX) TO WS-DQC-BACKFILL
           MOVE WS-DQG-READINGS(WS-DQ-GRP-IDX) TO WS-DQC-READINGS
           MOVE WS-DQG-LIVE(WS-DQ-GRP-IDX) TO WS-DQC-LIVE
           MOVE WS-DQG-PM-BLANK(WS-DQ-GRP-IDX) TO WS-DQC-PM-BLANK
           MOVE WS-DQG-REJECTS(WS-DQ-GRP-IDX) TO WS-DQC-REJECTS
           PERFORM COMPUTE-QUALITY-SCORE
           MOVE SPACES TO WS-DQ-MARK
           IF WS-DQG-BELOW(WS-DQ-GRP-IDX) > 0
               MOVE WS-DQG-BELOW(WS-DQ-GRP-IDX) TO WS-DQ-CNT-EDIT
               STRING
                   "  " DELIMITED SIZE
                   FUNCTION TRIM(WS-DQ-CNT-EDIT) DELIMITED SIZE
                   " below" DELIMITED SIZE
                   INTO WS-DQ-MARK
               END-STRING
           END-IF
           PERFORM WRITE-QUALITY-SCORE-LINE.

      *> ============================================================
      *> Lay out WS-DQ-LABEL, WS-DQ-LABEL-2 and the figures in
      *> WS-DQ-CALC as one report line.
      *> ============================================================
       WRITE-QUALITY-SCORE-LINE.
           MOVE WS-DQC-EXPECTED TO WS-DQ-CNT-EDIT
           MOVE WS-DQC-OBSERVED TO WS-DQ-CNT-EDIT-2
           MOVE WS-DQC-OBS-PCT TO WS-DQ-PCT-EDIT
           MOVE WS-DQC-BF-PCT TO WS-DQ-PCT-EDIT-2
           MOVE WS-DQC-PM-PCT TO WS-DQ-PCT-EDIT-3
           MOVE WS-DQC-SCORE TO WS-DQ-SCORE-EDIT
           MOVE WS-DQC-READINGS TO WS-DQ-CNT-EDIT-3
           MOVE SPACES TO QUALITY-REPORT-RECORD
           STRING
               "  " DELIMITED SIZE
               WS-DQ-LABEL DELIMITED SIZE
               " " DELIMITED SIZE
               WS-DQ-LABEL-2 DELIMITED SIZE
               WS-DQ-CNT-EDIT DELIMITED SIZE
               WS-DQ-CNT-EDIT-2 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DQ-PCT-EDIT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DQ-PCT-EDIT-2 DELIMITED SIZE
               "   " DELIMITED SIZE
               WS-DQ-CNT-EDIT-3 DELIMITED SIZE
               "   " DELIMITED SIZE
               WS-DQ-PCT-EDIT-3 DELIMITED SIZE
               INTO QUALITY-REPORT-RECORD
           END-STRING
           MOVE WS-DQC-REJECTS TO WS-DQ-CNT-EDIT
           STRING
               QUALITY-REPORT-RECORD(1:73) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DQ-CNT-EDIT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DQ-SCORE-EDIT DELIMITED SIZE
               "     " DELIMITED SIZE
               WS-DQC-GRADE DELIMITED SIZE
               WS-DQ-MARK DELIMITED SIZE
               INTO WS-DQ-LINE
           END-STRING
           MOVE WS-DQ-LINE TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD.

      *> ============================================================
      *> Rejects by reason for every site that had any, and the
      *> count of rejects that matched no scored site.
      *> ============================================================
       WRITE-QUALITY-REJECT-SECTION.
           MOVE SPACES TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           MOVE "Rejects by reason:" TO QUALITY-REPORT-RECORD
           WRITE QUALITY-REPORT-RECORD
           MOVE 0 TO WS-DQ-GRP-IDX
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-SITE-COUNT
               IF WS-DQS-REJECTS(WS-DQ-IDX) > 0
                   ADD 1 TO WS-DQ-GRP-IDX
                   MOVE SPACES TO WS-DQ-LINE
                   STRING
                       "  " DELIMITED SIZE
                       WS-DQS-CODE(WS-DQ-IDX) DELIMITED SIZE
                       INTO WS-DQ-LINE
                   END-STRING
                   PERFORM VARYING WS-DQ-RSN-IDX FROM 1 BY 1
                       UNTIL WS-DQ-RSN-IDX > WS-DQ-REASON-COUNT
                       IF WS-DQS-REASON-N(WS-DQ-IDX, WS-DQ-RSN-IDX)
                           > 0
                           MOVE WS-DQS-REASON-N
                               (WS-DQ-IDX, WS-DQ-RSN-IDX)
                               TO WS-DQ-CNT-EDIT
                           MOVE FUNCTION LENGTH
                               (FUNCTION TRIM(WS-DQ-LINE))
                               TO WS-DQ-LINE-LEN
                           STRING
                               "   " DELIMITED SIZE
                               FUNCTION TRIM
                                   (WS-DQ-REASON(WS-DQ-RSN-IDX))
                                   DELIMITED SIZE
                               " " DELIMITED SIZE
                               FUNCTION TRIM(WS-DQ-CNT-EDIT)
                                   DELIMITED SIZE
                               INTO WS-DQ-LINE(WS-DQ-LINE-LEN + 3:)
                           END-STRING
                       END-IF
                   END-PERFORM
                   MOVE WS-DQ-LINE TO QUALITY-REPORT-RECORD
                   WRITE QUALITY-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-DQ-GRP-IDX = 0
               MOVE "  (none)" TO QUALITY-REPORT-RECORD
               WRITE QUALITY-REPORT-RECORD
           END-IF
           IF WS-DQ-REJ-UNMATCHED > 0
               MOVE WS-DQ-REJ-UNMATCHED TO WS-DQ-CNT-EDIT
               MOVE SPACES TO QUALITY-REPORT-RECORD
               STRING
                   "  Rejects in range not matched to a scored site: "
                       DELIMITED SIZE
                   FUNCTION TRIM(WS-DQ-CNT-EDIT) DELIMITED SIZE
                   INTO QUALITY-REPORT-RECORD
               END-STRING
               WRITE QUALITY-REPORT-RECORD
           END-IF.

      *> ============================================================
      *> Alert performance mode: reads ALERT-LOG-FILE for alerts
      *> raised from START= to END= (by default the previous
      *> calendar month; GROUP= narrows it to one group) and
      *> reports, by site, by group and by measure:
      *>   alerts raised, cleared, still open at the end of the
      *>   log and escalated, with the average and longest number
      *>   of days between a raise and its clear. A raise logged
      *>   again while the alert is open is the same alert.
      *> and then scores every FORECAST warning for a forecast day
      *> in the range against the readings the store holds for
      *> that site and day:
      *>   hit          warned, and the day crossed the limit
      *>   false alarm  warned, and the day stayed inside it
      *>   missed       the day crossed the site master's limit
      *>                with no warning issued on or before it
      *> Days from today on are reported as pending. Raise lines
      *> name the site by its name, clears and escalations by its
      *> code; both are resolved through the site master.
      *> ============================================================
       ALERT-PERFORMANCE-MODE.
           PERFORM GET-PACK-DATE-RANGE
           IF WS-RANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-APR-SCAN-END-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
           IF WS-APR-SCAN-END-INT > WS-PACK-END-INT
               MOVE WS-PACK-END-INT TO WS-APR-SCAN-END-INT
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-APR-SCAN-END-INT)
               TO WS-APR-DATE-NUM
           MOVE WS-APR-DATE-NUM TO WS-APR-SCAN-END
           DISPLAY SPACES

           INITIALIZE WS-APM-TABLE
           INITIALIZE WS-APO-TABLE
           INITIALIZE WS-APT-TABLE
           INITIALIZE WS-APF-TABLE
           INITIALIZE WS-APH-TABLE
           INITIALIZE WS-APH-TOTALS
           MOVE 0 TO WS-APM-COUNT
           MOVE 0 TO WS-APO-COUNT
           MOVE 0 TO WS-APT-COUNT
           MOVE 0 TO WS-APF-COUNT
           MOVE 0 TO WS-APH-COUNT
           MOVE 0 TO WS-APR-BAD-LINES
           MOVE 0 TO WS-APR-LOG-LINES
           MOVE "N" TO WS-APR-OVERFLOW
           PERFORM LOAD-ALERT-SITE-TABLE

           OPEN INPUT ALERT-LOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  No alert log to report on ("
                   FUNCTION TRIM(WS-ALERT-LOG-FILEPATH) ")."
           ELSE
               MOVE "N" TO WS-APR-EOF
               PERFORM UNTIL WS-APR-EOF = "Y"
                   READ ALERT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-APR-EOF
                       NOT AT END
                           ADD 1 TO WS-APR-LOG-LINES
                           PERFORM ADD-ALERT-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE ALERT-LOG-FILE
           END-IF

      *> Whatever is still in the open table never saw its clear.
           MOVE "O" TO WS-APR-EVENT
           MOVE 0 TO WS-APR-DAYS
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APO-COUNT
               IF WS-APO-SITE(WS-APR-IDX) NOT = SPACES
                   AND WS-APO-COUNTED(WS-APR-IDX) = "Y"
                   MOVE WS-APO-SITE(WS-APR-IDX) TO WS-APR-SITE
                   MOVE WS-APO-GROUP(WS-APR-IDX) TO WS-APR-GROUP
                   MOVE WS-APO-REASON(WS-APR-IDX) TO WS-APR-REASON
                   PERFORM ADD-ALERT-EVENT
               END-IF
           END-PERFORM

           MOVE "N" TO WS-APR-OBS-OPEN
           OPEN INPUT OBSERVATION-FILE
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-APR-OBS-OPEN
           END-IF
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APF-COUNT
               PERFORM SCORE-FORECAST-WARNING
           END-PERFORM
           IF WS-APR-OBS-OPEN = "Y"
               PERFORM VARYING WS-APM-IDX FROM 1 BY 1
                   UNTIL WS-APM-IDX > WS-APM-COUNT
                   PERFORM CHECK-MISSED-WARNINGS
               END-PERFORM
               CLOSE OBSERVATION-FILE
           END-IF

           PERFORM WRITE-ALERT-PERFORMANCE-REPORT
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APH-TOT-WARNED TO WS-APR-CNT-EDIT
           MOVE WS-APH-TOT-HIT TO WS-APR-CNT-EDIT-2
           MOVE WS-APH-TOT-FALSE TO WS-APR-CNT-EDIT-3
           MOVE WS-APH-TOT-MISSED TO WS-APR-CNT-EDIT-4
           DISPLAY
              "  Alert performance " WS-RANGE-START-DATE " to "
               WS-RANGE-END-DATE ": forecast warnings "
               FUNCTION TRIM(WS-APR-CNT-EDIT) ", hits "
               FUNCTION TRIM(WS-APR-CNT-EDIT-2) ", false alarms "
               FUNCTION TRIM(WS-APR-CNT-EDIT-3) ", missed "
               FUNCTION TRIM(WS-APR-CNT-EDIT-4) "."
           DISPLAY "  Written to "
               FUNCTION TRIM(WS-ALERT-REPORT-FILEPATH) ".".

      *> ============================================================
      *> Keep the site master in memory for resolving alert lines.
      *> Without a master, alert lines are reported under the name
      *> they carry and no missed warnings can be looked for.
      *> ============================================================
       LOAD-ALERT-SITE-TABLE.
           OPEN INPUT SITE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SITE-EOF
           MOVE LOW-VALUES TO SITE-CODE
           START SITE-MASTER-FILE KEY IS >= SITE-CODE
               INVALID KEY
                   MOVE "Y" TO WS-SITE-EOF
           END-START
           PERFORM UNTIL WS-SITE-EOF = "Y"
               READ SITE-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SITE-EOF
                   NOT AT END
                       IF WS-APM-COUNT < 500
                           ADD 1 TO WS-APM-COUNT
                           MOVE SITE-CODE TO WS-APM-CODE(WS-APM-COUNT)
                           MOVE SITE-NAME TO WS-APM-NAME(WS-APM-COUNT)
                           MOVE SITE-GROUP
                               TO WS-APM-GROUP(WS-APM-COUNT)
                           MOVE SITE-ACTIVE-FLAG
                               TO WS-APM-ACTIVE(WS-APM-COUNT)
                           MOVE SITE-TEMP-MIN
                               TO WS-APM-TEMP-MIN(WS-APM-COUNT)
                           MOVE SITE-WIND-MAX
                               TO WS-APM-WIND-MAX(WS-APM-COUNT)
                       ELSE
                           MOVE "Y" TO WS-APR-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE.

      *> ============================================================
      *> One alert log line:
      *>   date|site|crossed=REASON|...|group=G         raise
      *>   date|site|crossed=FCST-...|... (yyyymmdd)|...  forecast
      *>   date|site|escalated=REASON|...|group=G
      *>   date|site|cleared=REASON|...|group=G
      *> ============================================================
       ADD-ALERT-LOG-LINE.
           INITIALIZE WS-APR-FIELDS
           UNSTRING ALERT-LOG-RECORD DELIMITED BY "|"
               INTO WS-APR-F-DATE
                    WS-APR-F-SITE
                    WS-APR-F-EVENT
                    WS-APR-F-REST(1)
                    WS-APR-F-REST(2)
                    WS-APR-F-REST(3)
                    WS-APR-F-REST(4)
                    WS-APR-F-REST(5)
                    WS-APR-F-REST(6)
                    WS-APR-F-REST(7)
           END-UNSTRING
           MOVE SPACES TO WS-APR-KIND
           MOVE SPACES TO WS-APR-REASON
           UNSTRING WS-APR-F-EVENT DELIMITED BY "="
               INTO WS-APR-KIND
                    WS-APR-REASON
           END-UNSTRING
           IF WS-APR-F-DATE IS NOT NUMERIC
               OR WS-APR-F-SITE = SPACES
               OR WS-APR-REASON = SPACES
               OR (WS-APR-KIND NOT = "crossed"
                   AND WS-APR-KIND NOT = "cleared"
                   AND WS-APR-KIND NOT = "escalated")
               ADD 1 TO WS-APR-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-APR-LINE-GROUP
           MOVE SPACES TO WS-APR-LIMIT-TEMP
           MOVE SPACES TO WS-APR-LIMIT-WIND
           PERFORM VARYING WS-APR-FLD-IDX FROM 1 BY 1
               UNTIL WS-APR-FLD-IDX > 7
               IF WS-APR-F-REST(WS-APR-FLD-IDX)(1:6) = "group="
                   MOVE WS-APR-F-REST(WS-APR-FLD-IDX)(7:12)
                       TO WS-APR-LINE-GROUP
               END-IF
               IF WS-APR-F-REST(WS-APR-FLD-IDX)(1:11) =
                       "limit_temp="
                   MOVE WS-APR-F-REST(WS-APR-FLD-IDX)(12:10)
                       TO WS-APR-LIMIT-TEMP
               END-IF
               IF WS-APR-F-REST(WS-APR-FLD-IDX)(1:11) =
                       "limit_wind="
                   MOVE WS-APR-F-REST(WS-APR-FLD-IDX)(12:10)
                       TO WS-APR-LIMIT-WIND
               END-IF
           END-PERFORM
           PERFORM RESOLVE-ALERT-SITE
           IF FUNCTION TRIM(WS-GROUP-FILTER) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APR-GROUP))
                   NOT = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-GROUP-FILTER))
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APR-IN-RANGE
           IF WS-APR-F-DATE NOT < WS-RANGE-START-DATE
               AND WS-APR-F-DATE NOT > WS-RANGE-END-DATE
               MOVE "Y" TO WS-APR-IN-RANGE
           END-IF
           EVALUATE WS-APR-KIND
               WHEN "crossed"
                   PERFORM OPEN-ALERT-PAIR
                   IF WS-APR-REASON(1:5) = "FCST-"
                       PERFORM ADD-FORECAST-WARNING
                   END-IF
               WHEN "escalated"
                   PERFORM FIND-OPEN-ALERT
                   IF WS-APR-FOUND = "Y"
                       AND WS-APO-COUNTED(WS-APR-IDX) = "Y"
                       MOVE "E" TO WS-APR-EVENT
                       MOVE 0 TO WS-APR-DAYS
                       MOVE WS-APO-GROUP(WS-APR-IDX) TO WS-APR-GROUP
                       PERFORM ADD-ALERT-EVENT
                   END-IF
               WHEN "cleared"
                   PERFORM CLOSE-ALERT-PAIR
           END-EVALUATE.

      *> ============================================================
      *> Site code and group for the site an alert line names, by
      *> code or by name; a city not on the master keeps its name
      *> and the group the line itself carries.
      *> ============================================================
       RESOLVE-ALERT-SITE.
           MOVE 1 TO WS-APM-IDX
           PERFORM UNTIL WS-APM-IDX > WS-APM-COUNT
               OR FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-APM-CODE(WS-APM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APR-F-SITE))
               OR FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-APM-NAME(WS-APM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APR-F-SITE))
               ADD 1 TO WS-APM-IDX
           END-PERFORM
           IF WS-APM-IDX > WS-APM-COUNT
               MOVE WS-APR-F-SITE TO WS-APR-SITE
               MOVE WS-APR-LINE-GROUP TO WS-APR-GROUP
           ELSE
               MOVE WS-APM-CODE(WS-APM-IDX) TO WS-APR-SITE
               MOVE WS-APM-GROUP(WS-APM-IDX) TO WS-APR-GROUP
           END-IF.

      *> ============================================================
      *> Open-table entry for WS-APR-SITE and WS-APR-REASON, if
      *> any, in WS-APR-IDX.
      *> ============================================================
       FIND-OPEN-ALERT.
           MOVE "N" TO WS-APR-FOUND
           MOVE 1 TO WS-APR-IDX
           PERFORM UNTIL WS-APR-IDX > WS-APO-COUNT
               OR WS-APR-FOUND = "Y"
               IF WS-APO-SITE(WS-APR-IDX) = WS-APR-SITE
                   AND WS-APO-REASON(WS-APR-IDX) = WS-APR-REASON
                   MOVE "Y" TO WS-APR-FOUND
               ELSE
                   ADD 1 TO WS-APR-IDX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> A raise opens the alert unless it is already open. Only
      *> raises inside the range are counted, but every raise is
      *> tracked so a clear is never paired with the wrong one.
      *> ============================================================
       OPEN-ALERT-PAIR.
           PERFORM FIND-OPEN-ALERT
           IF WS-APR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-APR-IDX
           PERFORM UNTIL WS-APR-IDX > WS-APO-COUNT
               OR WS-APO-SITE(WS-APR-IDX) = SPACES
               ADD 1 TO WS-APR-IDX
           END-PERFORM
           IF WS-APR-IDX > WS-APO-COUNT
               IF WS-APO-COUNT >= 300
                   MOVE "Y" TO WS-APR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-APO-COUNT
               MOVE WS-APO-COUNT TO WS-APR-IDX
           END-IF
           MOVE WS-APR-SITE TO WS-APO-SITE(WS-APR-IDX)
           MOVE WS-APR-REASON TO WS-APO-REASON(WS-APR-IDX)
           MOVE WS-APR-GROUP TO WS-APO-GROUP(WS-APR-IDX)
           MOVE WS-APR-F-DATE TO WS-APO-RAISED(WS-APR-IDX)
           MOVE WS-APR-IN-RANGE TO WS-APO-COUNTED(WS-APR-IDX)
           IF WS-APR-IN-RANGE = "Y"
               MOVE "R" TO WS-APR-EVENT
               MOVE 0 TO WS-APR-DAYS
               PERFORM ADD-ALERT-EVENT
           END-IF.

      *> ============================================================
      *> A clear closes the open alert and, for a counted one,
      *> books the days it was open.
      *> ============================================================
       CLOSE-ALERT-PAIR.
           PERFORM FIND-OPEN-ALERT
           IF WS-APR-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-APO-COUNTED(WS-APR-IDX) = "Y"
               MOVE WS-APR-F-DATE TO WS-APR-DATE-NUM
               COMPUTE WS-APR-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-APR-DATE-NUM)
               MOVE WS-APO-RAISED(WS-APR-IDX) TO WS-APR-DATE-NUM
               COMPUTE WS-APR-DAYS = WS-APR-DAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-APR-DATE-NUM)
               MOVE "C" TO WS-APR-EVENT
               MOVE WS-APO-GROUP(WS-APR-IDX) TO WS-APR-GROUP
               PERFORM ADD-ALERT-EVENT
           END-IF
           MOVE SPACES TO WS-APO-SITE(WS-APR-IDX).

      *> ============================================================
      *> Book WS-APR-EVENT (R raised, C cleared after WS-APR-DAYS
      *> days, O still open, E escalated) at site, group and
      *> measure level.
      *> ============================================================
       ADD-ALERT-EVENT.
           MOVE "S" TO WS-APR-LEVEL
           MOVE WS-APR-SITE TO WS-APR-KEY-SITE
           MOVE WS-APR-GROUP TO WS-APR-KEY-GROUP
           PERFORM ADD-ALERT-STAT
           MOVE "G" TO WS-APR-LEVEL
           MOVE SPACES TO WS-APR-KEY-SITE
           PERFORM ADD-ALERT-STAT
           MOVE "M" TO WS-APR-LEVEL
           MOVE SPACES TO WS-APR-KEY-GROUP
           PERFORM ADD-ALERT-STAT.

       ADD-ALERT-STAT.
           MOVE "N" TO WS-APR-FOUND
           MOVE 1 TO WS-APR-STAT-IDX
           PERFORM UNTIL WS-APR-STAT-IDX > WS-APT-COUNT
               OR WS-APR-FOUND = "Y"
               IF WS-APT-LEVEL(WS-APR-STAT-IDX) = WS-APR-LEVEL
                   AND WS-APT-SITE(WS-APR-STAT-IDX) = WS-APR-KEY-SITE
                   AND WS-APT-GROUP(WS-APR-STAT-IDX) =
                       WS-APR-KEY-GROUP
                   AND WS-APT-REASON(WS-APR-STAT-IDX) = WS-APR-REASON
                   MOVE "Y" TO WS-APR-FOUND
               ELSE
                   ADD 1 TO WS-APR-STAT-IDX
               END-IF
           END-PERFORM
           IF WS-APR-FOUND = "N"
               IF WS-APT-COUNT >= 1500
                   MOVE "Y" TO WS-APR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-APT-COUNT
               MOVE WS-APT-COUNT TO WS-APR-STAT-IDX
               MOVE WS-APR-LEVEL TO WS-APT-LEVEL(WS-APR-STAT-IDX)
               MOVE WS-APR-KEY-SITE TO WS-APT-SITE(WS-APR-STAT-IDX)
               MOVE WS-APR-KEY-GROUP TO WS-APT-GROUP(WS-APR-STAT-IDX)
               MOVE WS-APR-REASON TO WS-APT-REASON(WS-APR-STAT-IDX)
           END-IF
           EVALUATE WS-APR-EVENT
               WHEN "R"
                   ADD 1 TO WS-APT-RAISED(WS-APR-STAT-IDX)
               WHEN "C"
                   ADD 1 TO WS-APT-CLEARED(WS-APR-STAT-IDX)
                   ADD WS-APR-DAYS TO WS-APT-DAYS(WS-APR-STAT-IDX)
                   IF WS-APR-DAYS > WS-APT-MAX-DAYS(WS-APR-STAT-IDX)
                       MOVE WS-APR-DAYS
                           TO WS-APT-MAX-DAYS(WS-APR-STAT-IDX)
                   END-IF
               WHEN "O"
                   ADD 1 TO WS-APT-OPEN(WS-APR-STAT-IDX)
               WHEN "E"
                   ADD 1 TO WS-APT-ESCAL(WS-APR-STAT-IDX)
           END-EVALUATE.

      *> ============================================================
      *> Note the forecast day a FORECAST raise warns of, once per
      *> site, measure and day however many runs repeat it, when
      *> that day falls in the range. The limit in force is taken
      *> from the line itself.
      *> ============================================================
       ADD-FORECAST-WARNING.
           MOVE SPACES TO WS-APR-REST
           UNSTRING WS-APR-F-REST(1) DELIMITED BY "("
               INTO WS-APR-JUNK
                    WS-APR-REST
           END-UNSTRING
           MOVE WS-APR-REST(1:8) TO WS-APR-TARGET
           IF WS-APR-TARGET IS NOT NUMERIC
               ADD 1 TO WS-APR-BAD-LINES
               EXIT PARAGRAPH
           END-IF
           IF WS-APR-TARGET < WS-RANGE-START-DATE
               OR WS-APR-TARGET > WS-RANGE-END-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APR-TARGET TO WS-APR-CUR-DATE
           PERFORM FIND-FORECAST-WARNING
           IF WS-APR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-APF-COUNT >= 1000
               MOVE "Y" TO WS-APR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APF-COUNT
           MOVE WS-APR-SITE TO WS-APF-SITE(WS-APF-COUNT)
           MOVE WS-APR-REASON TO WS-APF-REASON(WS-APF-COUNT)
           MOVE WS-APR-GROUP TO WS-APF-GROUP(WS-APF-COUNT)
           MOVE WS-APR-TARGET TO WS-APF-TARGET(WS-APF-COUNT)
           IF WS-APR-REASON = "FCST-TEMP-MIN"
               MOVE WS-APR-LIMIT-TEMP TO WS-APF-LIMIT(WS-APF-COUNT)
           ELSE
               MOVE WS-APR-LIMIT-WIND TO WS-APF-LIMIT(WS-APF-COUNT)
           END-IF
           MOVE SPACES TO WS-APF-OUTCOME(WS-APF-COUNT).

      *> ============================================================
      *> Forecast entry for WS-APR-SITE, WS-APR-REASON and the day
      *> in WS-APR-CUR-DATE, if any, in WS-APR-IDX.
      *> ============================================================
       FIND-FORECAST-WARNING.
           MOVE "N" TO WS-APR-FOUND
           MOVE 1 TO WS-APR-IDX
           PERFORM UNTIL WS-APR-IDX > WS-APF-COUNT
               OR WS-APR-FOUND = "Y"
               IF WS-APF-SITE(WS-APR-IDX) = WS-APR-SITE
                   AND WS-APF-REASON(WS-APR-IDX) = WS-APR-REASON
                   AND WS-APF-TARGET(WS-APR-IDX) = WS-APR-CUR-DATE
                   MOVE "Y" TO WS-APR-FOUND
               ELSE
                   ADD 1 TO WS-APR-IDX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Score forecast entry WS-APR-IDX against the day's
      *> readings: frost warnings on the day's lowest temperature,
      *> wind warnings on its highest wind, both in metric as the
      *> limits are.
      *> ============================================================
       SCORE-FORECAST-WARNING.
           MOVE "P" TO WS-APF-OUTCOME(WS-APR-IDX)
           IF WS-APF-TARGET(WS-APR-IDX) > WS-APR-SCAN-END
               PERFORM COUNT-FORECAST-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APF-OUTCOME(WS-APR-IDX)
           IF WS-APR-OBS-OPEN NOT = "Y"
               OR FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-APF-LIMIT(WS-APR-IDX))) NOT = 0
               PERFORM COUNT-FORECAST-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APF-SITE(WS-APR-IDX) TO WS-APR-SITE
           MOVE WS-APF-TARGET(WS-APR-IDX) TO WS-APR-CUR-DATE
           PERFORM LOAD-ALERT-DAY-ACTUALS
           MOVE FUNCTION NUMVAL
               (FUNCTION TRIM(WS-APF-LIMIT(WS-APR-IDX)))
               TO WS-APR-NUM-LIMIT
           IF WS-APF-REASON(WS-APR-IDX) = "FCST-TEMP-MIN"
               IF WS-APR-DAY-TEMPS > 0
                   IF WS-APR-DAY-MIN < WS-APR-NUM-LIMIT
                       MOVE "H" TO WS-APF-OUTCOME(WS-APR-IDX)
                   ELSE
                       MOVE "F" TO WS-APF-OUTCOME(WS-APR-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-APR-DAY-WINDS > 0
                   IF WS-APR-DAY-WIND > WS-APR-NUM-LIMIT
                       MOVE "H" TO WS-APF-OUTCOME(WS-APR-IDX)
                   ELSE
                       MOVE "F" TO WS-APF-OUTCOME(WS-APR-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM COUNT-FORECAST-OUTCOME.

      *> ============================================================
      *> Lowest temperature and highest wind the store holds for
      *> WS-APR-SITE on WS-APR-CUR-DATE, LIVE and BACKFILL alike.
      *> ============================================================
       LOAD-ALERT-DAY-ACTUALS.
           MOVE 0 TO WS-APR-DAY-TEMPS
           MOVE 0 TO WS-APR-DAY-WINDS
           MOVE 0 TO WS-APR-DAY-MIN
           MOVE 0 TO WS-APR-DAY-WIND
           MOVE "N" TO WS-APR-SCAN-DONE
           MOVE SPACES TO OBS-KEY
           MOVE WS-APR-SITE TO OBS-SITE-KEY
           MOVE WS-APR-CUR-DATE TO OBS-DATE
           MOVE LOW-VALUES TO OBS-TIME
           START OBSERVATION-FILE KEY IS >= OBS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-APR-SCAN-DONE
           END-START
           PERFORM UNTIL WS-APR-SCAN-DONE = "Y"
               READ OBSERVATION-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-APR-SCAN-DONE
                   NOT AT END
                       IF OBS-SITE-KEY NOT = WS-APR-SITE
                           OR OBS-DATE NOT = WS-APR-CUR-DATE
                           MOVE "Y" TO WS-APR-SCAN-DONE
                       ELSE
                           PERFORM ADD-ALERT-DAY-READING
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ALERT-DAY-READING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-TEMP)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-TEMP))
                   TO WS-APR-NUM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
                  = "IMPERIAL"
                   COMPUTE WS-APR-NUM = (WS-APR-NUM - 32) * 5 / 9
               END-IF
               IF WS-APR-DAY-TEMPS = 0
                   OR WS-APR-NUM < WS-APR-DAY-MIN
                   MOVE WS-APR-NUM TO WS-APR-DAY-MIN
               END-IF
               ADD 1 TO WS-APR-DAY-TEMPS
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(OBS-WIND)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(OBS-WIND))
                   TO WS-APR-NUM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNITS-PREF))
                  = "IMPERIAL"
                   COMPUTE WS-APR-NUM ROUNDED = WS-APR-NUM * 1.60934
               END-IF
               IF WS-APR-DAY-WINDS = 0
                   OR WS-APR-NUM > WS-APR-DAY-WIND
                   MOVE WS-APR-NUM TO WS-APR-DAY-WIND
               END-IF
               ADD 1 TO WS-APR-DAY-WINDS
           END-IF.

      *> ============================================================
      *> Walk every day of the range up to yesterday for active
      *> master site WS-APM-IDX and count each crossing of its
      *> temp-min or wind-max limit that no forecast warning
      *> covered.
      *> ============================================================
       CHECK-MISSED-WARNINGS.
           IF WS-APM-ACTIVE(WS-APM-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-APM-TEMP-MIN(WS-APM-IDX))) NOT = 0
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-APM-WIND-MAX(WS-APM-IDX))) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-GROUP-FILTER) NOT = SPACES
               AND FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-APM-GROUP(WS-APM-IDX)))
                   NOT = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-GROUP-FILTER))
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APM-CODE(WS-APM-IDX) TO WS-APR-SITE
           MOVE WS-APM-GROUP(WS-APM-IDX) TO WS-APR-GROUP
           PERFORM VARYING WS-APR-DAY-INT FROM WS-PACK-START-INT BY 1
               UNTIL WS-APR-DAY-INT > WS-APR-SCAN-END-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-APR-DAY-INT)
                   TO WS-APR-DATE-NUM
               MOVE WS-APR-DATE-NUM TO WS-APR-CUR-DATE
               PERFORM LOAD-ALERT-DAY-ACTUALS
               IF WS-APR-DAY-TEMPS > 0
                   AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-APM-TEMP-MIN(WS-APM-IDX))) = 0
                   MOVE FUNCTION NUMVAL
                       (FUNCTION TRIM(WS-APM-TEMP-MIN(WS-APM-IDX)))
                       TO WS-APR-NUM-LIMIT
                   IF WS-APR-DAY-MIN < WS-APR-NUM-LIMIT
                       MOVE "FCST-TEMP-MIN" TO WS-APR-REASON
                       PERFORM COUNT-MISSED-WARNING
                   END-IF
               END-IF
               IF WS-APR-DAY-WINDS > 0
                   AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-APM-WIND-MAX(WS-APM-IDX))) = 0
                   MOVE FUNCTION NUMVAL
                       (FUNCTION TRIM(WS-APM-WIND-MAX(WS-APM-IDX)))
                       TO WS-APR-NUM-LIMIT
                   IF WS-APR-DAY-WIND > WS-APR-NUM-LIMIT
                       MOVE "FCST-WIND-MAX" TO WS-APR-REASON
                       PERFORM COUNT-MISSED-WARNING
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-MISSED-WARNING.
           PERFORM FIND-FORECAST-WARNING
           IF WS-APR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FORECAST-STAT
           IF WS-APR-FOUND = "Y"
               ADD 1 TO WS-APH-MISSED(WS-APR-STAT-IDX)
               ADD 1 TO WS-APH-TOT-MISSED
           END-IF.

      *> ============================================================
      *> Add forecast entry WS-APR-IDX's outcome to its site and
      *> measure's counts and the totals.
      *> ============================================================
       COUNT-FORECAST-OUTCOME.
           MOVE WS-APF-SITE(WS-APR-IDX) TO WS-APR-SITE
           MOVE WS-APF-GROUP(WS-APR-IDX) TO WS-APR-GROUP
           MOVE WS-APF-REASON(WS-APR-IDX) TO WS-APR-REASON
           PERFORM FIND-FORECAST-STAT
           IF WS-APR-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APH-WARNED(WS-APR-STAT-IDX)
           ADD 1 TO WS-APH-TOT-WARNED
           EVALUATE WS-APF-OUTCOME(WS-APR-IDX)
               WHEN "H"
                   ADD 1 TO WS-APH-HIT(WS-APR-STAT-IDX)
                   ADD 1 TO WS-APH-TOT-HIT
               WHEN "F"
                   ADD 1 TO WS-APH-FALSE(WS-APR-STAT-IDX)
                   ADD 1 TO WS-APH-TOT-FALSE
               WHEN "P"
                   ADD 1 TO WS-APH-PENDING(WS-APR-STAT-IDX)
                   ADD 1 TO WS-APH-TOT-PENDING
               WHEN OTHER
                   ADD 1 TO WS-APH-NODATA(WS-APR-STAT-IDX)
                   ADD 1 TO WS-APH-TOT-NODATA
           END-EVALUATE.

      *> ============================================================
      *> Forecast counts row for WS-APR-SITE and WS-APR-REASON in
      *> WS-APR-STAT-IDX, added if new; WS-APR-FOUND is "N" only
      *> when the table is full.
      *> ============================================================
       FIND-FORECAST-STAT.
           MOVE "N" TO WS-APR-FOUND
           MOVE 1 TO WS-APR-STAT-IDX
           PERFORM UNTIL WS-APR-STAT-IDX > WS-APH-COUNT
               OR WS-APR-FOUND = "Y"
               IF WS-APH-SITE(WS-APR-STAT-IDX) = WS-APR-SITE
                   AND WS-APH-REASON(WS-APR-STAT-IDX) = WS-APR-REASON
                   MOVE "Y" TO WS-APR-FOUND
               ELSE
                   ADD 1 TO WS-APR-STAT-IDX
               END-IF
           END-PERFORM
           IF WS-APR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-APH-COUNT >= 500
               MOVE "Y" TO WS-APR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APH-COUNT
           MOVE WS-APH-COUNT TO WS-APR-STAT-IDX
           MOVE WS-APR-SITE TO WS-APH-SITE(WS-APR-STAT-IDX)
           MOVE WS-APR-GROUP TO WS-APH-GROUP(WS-APR-STAT-IDX)
           MOVE WS-APR-REASON TO WS-APH-REASON(WS-APR-STAT-IDX)
           MOVE "Y" TO WS-APR-FOUND.

      *> ============================================================
      *> The report: open durations by site, group and measure,
      *> then the forecast scoring.
      *> ============================================================
       WRITE-ALERT-PERFORMANCE-REPORT.
           OPEN OUTPUT ALERT-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY
                  "  Error: Could not open alert report file "
                   WS-ALERT-REPORT-FILEPATH
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING
               "ALERT PERFORMANCE  " DELIMITED SIZE
               WS-RANGE-START-DATE DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-RANGE-END-DATE DELIMITED SIZE
               "  run " DELIMITED SIZE
               WS-RUN-START-STAMP DELIMITED SIZE
               INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD
           IF FUNCTION TRIM(WS-GROUP-FILTER) NOT = SPACES
               MOVE SPACES TO ALERT-REPORT-RECORD
               STRING
                   "Group " DELIMITED SIZE
                   FUNCTION TRIM(WS-GROUP-FILTER) DELIMITED SIZE
                   " only" DELIMITED SIZE
                   INTO ALERT-REPORT-RECORD
               END-STRING
               WRITE ALERT-REPORT-RECORD
           END-IF
           MOVE WS-HEADER-LINE TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE "Alerts raised in the range, by site and measure:"
               TO WS-APR-HEADING
           MOVE "S" TO WS-APR-LEVEL
           PERFORM WRITE-ALERT-STAT-SECTION
           MOVE "By group and measure:" TO WS-APR-HEADING
           MOVE "G" TO WS-APR-LEVEL
           PERFORM WRITE-ALERT-STAT-SECTION
           MOVE "By measure:" TO WS-APR-HEADING
           MOVE "M" TO WS-APR-LEVEL
           PERFORM WRITE-ALERT-STAT-SECTION

           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING
               "Forecast warnings for days in the range, "
                   DELIMITED SIZE
               "scored through " DELIMITED SIZE
               WS-APR-SCAN-END DELIMITED SIZE
               ":" DELIMITED SIZE
               INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING
               "  Site         Group        Measure         "
                   DELIMITED SIZE
               "Warned    Hit  False Missed NoData Pendng"
                   DELIMITED SIZE
               "   Hit%  False%" DELIMITED SIZE
               INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD
           PERFORM VARYING WS-APR-STAT-IDX FROM 1 BY 1
               UNTIL WS-APR-STAT-IDX > WS-APH-COUNT
               MOVE WS-APH-SITE(WS-APR-STAT-IDX) TO WS-APR-LABEL
               MOVE WS-APH-GROUP(WS-APR-STAT-IDX) TO WS-APR-LABEL-2
               MOVE WS-APH-REASON(WS-APR-STAT-IDX) TO WS-APR-REASON
               MOVE WS-APH-WARNED(WS-APR-STAT-IDX) TO WS-APR-N-WARNED
               MOVE WS-APH-HIT(WS-APR-STAT-IDX) TO WS-APR-N-HIT
               MOVE WS-APH-FALSE(WS-APR-STAT-IDX) TO WS-APR-N-FALSE
               MOVE WS-APH-MISSED(WS-APR-STAT-IDX) TO WS-APR-N-MISSED
               MOVE WS-APH-NODATA(WS-APR-STAT-IDX) TO WS-APR-N-NODATA
               MOVE WS-APH-PENDING(WS-APR-STAT-IDX)
                   TO WS-APR-N-PENDING
               PERFORM WRITE-FORECAST-SCORE-LINE
           END-PERFORM
           IF WS-APH-COUNT = 0
               MOVE "  (none)" TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           ELSE
               MOVE "(total)" TO WS-APR-LABEL
               MOVE SPACES TO WS-APR-LABEL-2
               MOVE SPACES TO WS-APR-REASON
               MOVE WS-APH-TOT-WARNED TO WS-APR-N-WARNED
               MOVE WS-APH-TOT-HIT TO WS-APR-N-HIT
               MOVE WS-APH-TOT-FALSE TO WS-APR-N-FALSE
               MOVE WS-APH-TOT-MISSED TO WS-APR-N-MISSED
               MOVE WS-APH-TOT-NODATA TO WS-APR-N-NODATA
               MOVE WS-APH-TOT-PENDING TO WS-APR-N-PENDING
               PERFORM WRITE-FORECAST-SCORE-LINE
           END-IF

           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE WS-HEADER-LINE TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE
              "Days open = clear date - raise date; Open = no clear "
            & "logged yet; Escal = still open after "
            & "ALERT-ESCALATE-RUNS runs."
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE
              "Hit = warned and crossed; False = warned, not "
            & "crossed; Missed = crossed the site master limit "
            & "with no warning."
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE
              "Hit% = Hit / (Hit + Missed); False% = False / "
            & "(Hit + False)."
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           IF WS-APR-OBS-OPEN NOT = "Y"
               MOVE
                  "Note: no observation store - forecast days "
                & "could not be checked."
                   TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           END-IF
           IF WS-APR-BAD-LINES > 0
               MOVE WS-APR-BAD-LINES TO WS-APR-CNT-EDIT
               MOVE SPACES TO ALERT-REPORT-RECORD
               STRING
                   "Alert log lines not understood: " DELIMITED SIZE
                   FUNCTION TRIM(WS-APR-CNT-EDIT) DELIMITED SIZE
                   INTO ALERT-REPORT-RECORD
               END-STRING
               WRITE ALERT-REPORT-RECORD
           END-IF
           IF WS-APR-OVERFLOW = "Y"
               MOVE
                  "Note: a work table filled up - some alerts are "
                & "not counted."
                   TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           END-IF
           CLOSE ALERT-REPORT-FILE.

      *> ============================================================
      *> Section heading WS-APR-HEADING and the alert count lines of
      *> level WS-APR-LEVEL.
      *> ============================================================
       WRITE-ALERT-STAT-SECTION.
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE WS-APR-HEADING TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING
               "  Site         Group        Measure         "
                   DELIMITED SIZE
               "  Raised Cleared    Open   Escal Avg days"
                   DELIMITED SIZE
               "  Max days" DELIMITED SIZE
               INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD
           MOVE 0 TO WS-APR-ROWS
           PERFORM VARYING WS-APR-STAT-IDX FROM 1 BY 1
               UNTIL WS-APR-STAT-IDX > WS-APT-COUNT
               IF WS-APT-LEVEL(WS-APR-STAT-IDX) = WS-APR-LEVEL
                   ADD 1 TO WS-APR-ROWS
                   PERFORM WRITE-ALERT-STAT-LINE
               END-IF
           END-PERFORM
           IF WS-APR-ROWS = 0
               MOVE "  (none)" TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           END-IF.

       WRITE-ALERT-STAT-LINE.
           MOVE WS-APT-SITE(WS-APR-STAT-IDX) TO WS-APR-LABEL
           MOVE WS-APT-GROUP(WS-APR-STAT-IDX) TO WS-APR-LABEL-2
           IF WS-APR-LEVEL NOT = "S"
               MOVE "(all)" TO WS-APR-LABEL
           END-IF
           IF WS-APR-LEVEL = "M"
               MOVE "(all)" TO WS-APR-LABEL-2
           END-IF
           MOVE WS-APT-RAISED(WS-APR-STAT-IDX) TO WS-APR-CNT-EDIT
           MOVE WS-APT-CLEARED(WS-APR-STAT-IDX) TO WS-APR-CNT-EDIT-2
           MOVE WS-APT-OPEN(WS-APR-STAT-IDX) TO WS-APR-CNT-EDIT-3
           MOVE WS-APT-ESCAL(WS-APR-STAT-IDX) TO WS-APR-CNT-EDIT-4
           MOVE WS-APT-MAX-DAYS(WS-APR-STAT-IDX) TO WS-APR-CNT-EDIT-5
           MOVE 0 TO WS-APR-AVG
           IF WS-APT-CLEARED(WS-APR-STAT-IDX) > 0
               COMPUTE WS-APR-AVG ROUNDED =
                   WS-APT-DAYS(WS-APR-STAT-IDX)
                   / WS-APT-CLEARED(WS-APR-STAT-IDX)
           END-IF
           MOVE WS-APR-AVG TO WS-APR-AVG-EDIT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING
               "  " DELIMITED SIZE
               WS-APR-LABEL DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-LABEL-2 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APT-REASON(WS-APR-STAT-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-APR-CNT-EDIT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-APR-CNT-EDIT-2 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-APR-CNT-EDIT-3 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-APR-CNT-EDIT-4 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-APR-AVG-EDIT DELIMITED SIZE
               "    " DELIMITED SIZE
               WS-APR-CNT-EDIT-5 DELIMITED SIZE
               INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD.

      *> ============================================================
      *> One forecast scoring line from WS-APR-LABEL, -LABEL-2,
      *> WS-APR-REASON and the six WS-APR-N- counts.
      *> ============================================================
       WRITE-FORECAST-SCORE-LINE.
           MOVE WS-APR-N-WARNED TO WS-APR-CNT-EDIT
           MOVE WS-APR-N-HIT TO WS-APR-CNT-EDIT-2
           MOVE WS-APR-N-FALSE TO WS-APR-CNT-EDIT-3
           MOVE WS-APR-N-MISSED TO WS-APR-CNT-EDIT-4
           MOVE WS-APR-N-NODATA TO WS-APR-CNT-EDIT-5
           MOVE WS-APR-N-PENDING TO WS-APR-CNT-EDIT-6
           MOVE "   -" TO WS-APR-PCT-TEXT
           IF WS-APR-N-HIT + WS-APR-N-MISSED > 0
               COMPUTE WS-APR-PCT ROUNDED =
                   WS-APR-N-HIT * 100
                   / (WS-APR-N-HIT + WS-APR-N-MISSED)
               MOVE WS-APR-PCT TO WS-APR-PCT-EDIT
               STRING
                   WS-APR-PCT-EDIT DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO WS-APR-PCT-TEXT
               END-STRING
           END-IF
           MOVE "   -" TO WS-APR-PCT-TEXT-2
           IF WS-APR-N-HIT + WS-APR-N-FALSE > 0
               COMPUTE WS-APR-PCT ROUNDED =
                   WS-APR-N-FALSE * 100
                   / (WS-APR-N-HIT + WS-APR-N-FALSE)
               MOVE WS-APR-PCT TO WS-APR-PCT-EDIT
               STRING
                   WS-APR-PCT-EDIT DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO WS-APR-PCT-TEXT-2
               END-STRING
           END-IF
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING
               "  " DELIMITED SIZE
               WS-APR-LABEL DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-LABEL-2 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-REASON DELIMITED SIZE
               WS-APR-CNT-EDIT DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-CNT-EDIT-2 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-CNT-EDIT-3 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-CNT-EDIT-4 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-CNT-EDIT-5 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-APR-CNT-EDIT-6 DELIMITED SIZE
               "   " DELIMITED SIZE
               WS-APR-PCT-TEXT DELIMITED SIZE
               "    " DELIMITED SIZE
               WS-APR-PCT-TEXT-2 DELIMITED SIZE
               INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD.

      *> ============================================================
      *> Main application loop
           PERFORM OPEN-OBSERVATION-STORE-IO
           IF WS-OBS-OPEN-OK NOT = "Y"
               DISPLAY
                  "  Warning: Could not open the observation store "
                  "(file status " WS-FILE-STATUS "). An old-layout "
                  "store must be renamed to "
                   FUNCTION TRIM(WS-OBS-OLD-FILEPATH)
                  " and converted with run mode C."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OBSERVATION-RECORD
       EXPORT-WEATHER-CSV.
           IF WS-CSV-OPEN-OK = "Y"
               PERFORM SET-OBSERVATION-KEY
               PERFORM LOOKUP-TEMP-NORMAL
               MOVE SPACES TO CSV-RECORD
               STRING
                   FUNCTION TRIM(WS-OBSERVATION-KEY)
                   FUNCTION TRIM(WS-WIND-CHILL) DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-HEAT-INDEX) DELIMITED SIZE
                   "," DELIMITED SIZE
                   INTO CSV-RECORD
               END-STRING
               IF WS-NORMAL-FOUND = "Y"
                   STRING
                       FUNCTION TRIM(CSV-RECORD) DELIMITED SIZE
                       FUNCTION TRIM(WS-NORMAL-EDIT) DELIMITED SIZE
                       "," DELIMITED SIZE
                       FUNCTION TRIM(WS-DEPART-EDIT) DELIMITED SIZE
                       "," DELIMITED SIZE
                       FUNCTION TRIM(WS-NORMAL-FLAG) DELIMITED SIZE
                       INTO CSV-RECORD
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(CSV-RECORD) DELIMITED SIZE
                       ",," DELIMITED SIZE
                       INTO CSV-RECORD
                   END-STRING
               END-IF
               WRITE CSV-RECORD
           END-IF.

      *> Append one audit record for this run to RUNLOG-FILE.
      *> Format: start|end|mode|lines=N|attempted=N|failed=N|
      *>         entryfails=N|alerts=N|checkpoint=state|rc=N
      *>         [|lock=locked-out or stale by mode/start/pid]
      *>         [|cycle=date GREEN/RED step:rc ...]
      *> ============================================================
       WRITE-RUN-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               WS-RETURN-CODE DELIMITED SIZE
               INTO RUNLOG-RECORD
           END-STRING
           IF WS-LOCK-NOTE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RUNLOG-RECORD))
                   TO WS-RUNLOG-LEN
               STRING
                   "|lock=" DELIMITED SIZE
                   FUNCTION TRIM(WS-LOCK-NOTE) DELIMITED SIZE
                   INTO RUNLOG-RECORD(WS-RUNLOG-LEN + 1:)
               END-STRING
           END-IF
           IF WS-CYC-NOTE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RUNLOG-RECORD))
                   TO WS-RUNLOG-LEN
               STRING
                   "|cycle=" DELIMITED SIZE
                   FUNCTION TRIM(WS-CYC-NOTE) DELIMITED SIZE
                   INTO RUNLOG-RECORD(WS-RUNLOG-LEN + 1:)
               END-STRING
           END-IF
           WRITE RUNLOG-RECORD
           CLOSE RUNLOG-FILE.

           IF WS-CSV-OPEN-OK = "Y"
               CLOSE CSV-FILE
           END-IF
      *> Only the run holding the lock may rewrite the spool and
      *> the alert state; read-only and locked-out runs leave them.
           IF WS-LOCK-HELD = "Y"
               PERFORM DELIVER-SPOOLED-ALERTS
               PERFORM SAVE-ALERT-STATE
           END-IF
           PERFORM DETERMINE-RETURN-CODE
           PERFORM WRITE-RUN-AUDIT-RECORD
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "  Thank you for using COBOL Weather!"
           DISPLAY WS-SEPARATOR
      *> No run may pull the work files out from under the run
      *> that holds the lock: a locked-out run never clears them,
      *> and any other run - read-only modes take no lock at all -
      *> only when no lock file is left once its own is released.
           IF WS-LOCK-NOTE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING
               "rm -f /tmp/cobol_weather_cities.txt "
             & "/tmp/cobol_weather_data.txt "
