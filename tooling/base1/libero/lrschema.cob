009600!              -opt:journal=yes - journal external events, and    26/08/22
010000!                                  replay them when LRREPLAY=Y    26/08/22
010400!              -opt:profile=yes  - write execution-count report   26/08/22
010533!              -opt:timing=yes   - write elapsed-time report: per 26/10/15
010666!                                  module and per state/event pair26/10/15
010800!              -opt:limit_trans=n - transition ceiling per run;   26/08/22
011200!              -opt:limit_secs=n - elapsed-seconds ceiling per run26/08/22
011600!                                  raise Timeout event, or stop   26/08/22
012400!                                  conversations keyed on id      26/08/22
012533!              -opt:idle_secs=n  - reclaim session slots idle for 26/09/01
012666!                                  n seconds (override: LRIDLE)   26/09/01
012670!              -opt:sessfile=yes - service model: also keep every 26/10/15
012674!                                  suspended conversation in the  26/10/15
012678!                                  indexed SESFILE, so that it    26/10/15
012682!                                  survives a reload and can be   26/10/15
012686!                                  paged out of a full table; also26/10/15
012690!                                  generates a program to list,   26/10/15
012694!                                  inspect and purge SESFILE      26/10/15
012800!              -opt:recorder=n   - flight recorder of the last    26/08/22
013200!                                  n transitions, dump on stop    26/08/22
013600!              -opt:validate=yes - generate a dialog validation   26/08/22
014000!              -opt:validate=fail  program; fail sets RETURN-CODE 26/08/22
014133!              -opt:testdriver=yes - generate a test driver       26/09/01
014266!                                  replaying a TSTFILE script     26/09/01
014273!              -opt:testgen=yes  - generate a program writing     26/10/15
014280!                                  TSGFILE test scripts covering  26/10/15
014287!                                  every reachable transition, and26/10/15
014294!                                  listing those not reached      26/10/15
014301!              -opt:testgen_max=n - its search table size (1000)  26/10/15
014302!              -opt:impact=yes   - generate a change-impact       26/10/15
014303!                                  program: compares tables with  26/10/15
014304!                                  the last build's (OLDTBL),     26/10/15
014305!                                  reports to IMPFILE and writes  26/10/15
014306!                                  NEWTBL                         26/10/15
014307!              -opt:impact_max=n - its previous-table limit (5000)26/10/15
014310!              -opt:xref=yes      - generate a cross-reference    26/09/01
014354!                                  program writing XRFFILE/GRFFILE26/09/01
014365!              -opt:statehooks=yes - perform <On-State-Entry>     26/09/01
015866!                                  raising dialog events on expiry26/09/01
015910!              -opt:runlog=yes   - append a run-accounting record 26/09/01
015954!                                  to RUNFILE at end of each run  26/09/01
015955!                                  and build lrtrend, the trend   26/10/15
015956!                                  report over RUNFILE (limits    26/10/15
015957!                                  per program from TRDPARM)      26/10/15
015959!              -opt:msgfile=yes  - load message texts at start-up 26/09/01
015964!                                  from the MSGFILE catalog       26/09/01
015969!              -opt:opcom=n      - poll CMDFILE for an operator   26/09/01
016500!              -opt:eventfile=yes - generate GET-EXTERNAL-EVENT:  26/09/01
016600!                                  read events from EVTFILE, write26/09/01
016700!                                  rejected records to REJFILE    26/09/01
016733!                                  and pass columns 31-80 to the  26/10/15
016766!                                  modules in THE-EVENT-DATA      26/10/15
016770!              -opt:controls=yes - reconcile *HEADER and *TRAILER 26/10/15
016774!                                  control records on EVTFILE at  26/10/15
016778!                                  end of file, and refuse a batch26/10/15
016782!                                  id already completed (BATFILE) 26/10/15
016786!              -opt:hash_pos=n   - payload column of the field the26/10/15
016790!                                  trailer hash totals (default 1)26/10/15
016794!              -opt:hash_len=n   - digits in that field, 1-18 (15)26/10/15
016798!              -opt:sendfile=yes - generate SEND-THE-EVENT: action26/10/15
016802!                                  modules write named events to  26/10/15
016806!                                  SNDFILE in the EVTFILE layout, 26/10/15
016810!                                  counted by name at end of run  26/10/15
016814!              -opt:send_names=n - event names counted apart (20) 26/10/15
016818!              -opt:sendctl=yes  - bracket SNDFILE with *HEADER   26/10/15
016822!                                  and *TRAILER records for the   26/10/15
016826!                                  reader of -opt:controls=yes,   26/10/15
016830!                                  with the same hash_pos/hash_len26/10/15
016834!              -opt:jobctl=yes   - run as a step of lrjobctl, the 26/10/15
016838!                                  job-stream controller, which is26/10/15
016842!                                  built too: an abend under it is26/10/15
016846!                                  handed back as feedback (needs 26/10/15
016850!                                  model=called and runlog)       26/10/15
016854!              -opt:generations=yes - write trace, journal,       26/10/15
016858!                                  profile, timing, dump and      26/10/15
016862!                                  reject files as dated          26/10/15
016866!                                  generations listed in GENCAT,  26/10/15
016870!                                  and build lrretain, which      26/10/15
016874!                                  purges them by age (needs      26/10/15
016878!                                  runlog)                        26/10/15
016882!              -opt:incident=yes - generate an incident report    26/10/15
016886!                                  program: abend and message     26/10/15
016890!                                  texts, last transitions, call  26/10/15
016894!                                  stack, restart point and build 26/10/15
016898!                                  signatures for one run, from   26/10/15
016902!                                  its dump, journal, trace and   26/10/15
016906!                                  run record (needs runlog and   26/10/15
016910!                                  recorder)                      26/10/15
016914!              -opt:template=xxx - template file (TEMPLATE.cob)   95/12/18
017200!                                                                 95/03/27
017600!              I recommend that your dialog carries the program   95/03/27
018000!              name followed by 'd', with extension '.l'.         95/03/27
035600:declare int checkpoint = 0       # -opt:checkpoint=n, 0 = off    26/08/22
036000:declare string journal = "no"    # -opt:journal=yes event log    26/08/22
036400:declare string profile = "no"    # -opt:profile=yes count report 26/08/22
036500:declare string timing = "no"    # -opt:timing=yes time report    26/10/15
036600:declare int timing_pairs = 1    # state/event pairs timed        26/10/15
036700:declare int timing_list = 1     # entries in the worst-first list26/10/15
036800:declare int limit_trans = 0      # -opt:limit_trans=n, 0 = off   26/08/22
037200:declare int limit_secs = 0       # -opt:limit_secs=n, 0 = off    26/08/22
037600:declare int sessions = 0         # -opt:sessions=n, 0 = single   26/08/22
037800:declare int idle_secs = 0       # -opt:idle_secs=n, 0 = off      26/09/01
037804:declare string sessfile = "no"  # -opt:sessfile=yes session store26/10/15
037808:declare string sespic = "S9(3)" # $swidth for the SESFILE record 26/10/15
038000:declare int recorder = 0         # -opt:recorder=n, 0 = off      26/08/22
038400:declare string validate = "no"   # -opt:validate=yes/fail        26/08/22
038600:declare string testdriver = "no" # -opt:testdriver=yes test prog 26/09/01
038625:declare string testgen = "no"   # -opt:testgen=yes script prog   26/10/15
038650:declare int testgen_max = 1000  # -opt:testgen_max=n search size 26/10/15
038675:declare int testgen_chain = 1   # transitions one event chains   26/10/15
038679:declare string impact = "no"    # -opt:impact=yes change report  26/10/15
038683:declare int impact_max = 5000   # -opt:impact_max=n old entries  26/10/15
038687:declare int impact_names = 1    # most states, events or modules 26/10/15
038700:declare string xref = "no"       # -opt:xref=yes xref program    26/09/01
038750:declare string statehooks = "no" # -opt:statehooks=yes slots     26/09/01
038800:declare string fastdispatch = "no"  # -opt:fastdispatch=yes      26/08/22
040000:declare string widefields = "no" # -opt:widefields wide flds     09/01/27
040400:declare string runtrace = "no"   # -opt:runtrace=yes toggle      09/01/27
040600:declare string eventfile = "no" # -opt:eventfile=yes event reader26/09/01
040640:declare string controls = "no" # -opt:controls=yes batch totals  26/10/15
040680:declare int hash_pos = 1       # -opt:hash_pos=n hash column     26/10/15
040720:declare int hash_len = 15      # -opt:hash_len=n hash digits     26/10/15
040760:declare int hash_skip = 30     # record columns before hash field26/10/15
040764:declare string sendfile = "no" # -opt:sendfile=yes send facility 26/10/15
040768:declare int send_names = 20    # -opt:send_names=n names counted 26/10/15
040772:declare string sendctl = "no"  # -opt:sendctl=yes control records26/10/15
040776:declare string jobctl = "no"   # -opt:jobctl=yes job-stream step 26/10/15
040780:declare string generations = "no" # dated file generations       26/10/15
040784:declare string incident = "no"  # -opt:incident=yes report       26/10/15
040800:declare string need_animate     # console/file trace on?         09/01/27
041200:declare string need_names       # name tables generated?         26/08/22
041600:declare string need_limits      # any run ceiling to check?      26/08/22
042400:declare string need_validate    # validation program wanted?     26/08/22
042800:declare string need_linkage     # called or service - linkage?   09/02/03
043000:declare string need_signature  # tables signature wanted?        26/09/01
043100:declare string need_payload    # event payload area wanted?      26/10/15
043104:declare string need_hash = "no" # hash field to validate?        26/10/15
043200:if "$trace" = "yes"                                              09/01/13
043600:  set need_files = "yes"                                         09/01/13
044000:endif                                                            09/01/13
081616:    exit 1                                                       26/09/01
081618:  endif                                                          26/09/01
081620:endif                                                            26/09/01
081621!  The SESFILE record mirrors a session table entry, but the file 26/10/15
081622!  section comes before the dialog data: settle its widths here   26/10/15
081623:if "$sessfile" = "yes"                                           26/10/15
081624:  set need_files = "yes"                                         26/10/15
081625:  if "$widefields" = "yes"                                       26/10/15
081626:    set sespic = "S9(4)"                                         26/10/15
081627:  endif                                                          26/10/15
081628:  declare int stack_max = 20                                     26/10/15
081629:  if $sessions = 0                                               26/10/15
081630:    echo "lr E: -opt:sessfile needs -opt:sessions"               26/10/15
081631:    exit 1                                                       26/10/15
081632:  endif                                                          26/10/15
081633:endif                                                            26/10/15
081634:if "$runlog" = "yes"                                             26/09/01
081635:  set need_files = "yes"                                         26/09/01
081636:endif                                                            26/09/01
081643:if "$timing" = "yes"                                             26/10/15
081650:  set need_files = "yes"                                         26/10/15
081657:  set need_names = "yes"                                         26/10/15
081664:endif                                                            26/10/15
081671:if "$eventfile" = "yes"                                          26/09/01
081680:  set need_files = "yes"                                         26/09/01
081720:  set need_names = "yes"                                         26/09/01
081760:  set need_fetch = "yes"                                         26/09/01
081880:    exit 1                                                       26/09/01
081920:  endif                                                          26/09/01
081960:endif                                                            26/09/01
081964:if "$eventfile" = "yes"                                          26/10/15
081968:  set need_payload = "yes"                                       26/10/15
081972:else                                                             26/10/15
081976:  if "$journal" = "yes"                                          26/10/15
081980:    set need_payload = "yes"                                     26/10/15
081984:  else                                                           26/10/15
081988:    set need_payload = "no"                                      26/10/15
081992:  endif                                                          26/10/15
081996:endif                                                            26/10/15
081997:if "$sendfile" = "yes"                                           26/10/15
081998:  set need_files = "yes"                                         26/10/15
081999:  if $sessions > 0                                               26/10/15
082000:    echo "lr E: -opt:sendfile cannot be used with sessions"      26/10/15
082001:    exit 1                                                       26/10/15
082002:  endif                                                          26/10/15
082003:  if $send_names < 1                                             26/10/15
082004:    echo "lr E: -opt:send_names must be 1 or more"               26/10/15
082005:    exit 1                                                       26/10/15
082006:  endif                                                          26/10/15
082007:endif                                                            26/10/15
082008:if "$sendctl" = "yes"                                            26/10/15
082009:  if "$sendfile" != "yes"                                        26/10/15
082010:    echo "lr E: -opt:sendctl needs -opt:sendfile"                26/10/15
082011:    exit 1                                                       26/10/15
082012:  endif                                                          26/10/15
082013:endif                                                            26/10/15
082014:if "$jobctl" = "yes"                                             26/10/15
082015:  if "$model" != "called"                                        26/10/15
082016:    echo "lr E: -opt:jobctl needs -opt:model=called"             26/10/15
082017:    exit 1                                                       26/10/15
082018:  endif                                                          26/10/15
082019:  if "$runlog" != "yes"                                          26/10/15
082020:    echo "lr E: -opt:jobctl needs -opt:runlog"                   26/10/15
082021:    exit 1                                                       26/10/15
082022:  endif                                                          26/10/15
082023:endif                                                            26/10/15
082024:if "$generations" = "yes"                                        26/10/15
082025:  if "$runlog" != "yes"                                          26/10/15
082026:    echo "lr E: -opt:generations needs -opt:runlog"              26/10/15
082027:    exit 1                                                       26/10/15
082028:  endif                                                          26/10/15
082029:  if $sessions > 0                                               26/10/15
082030:    echo "lr E: -opt:generations cannot be used with sessions"   26/10/15
082031:    exit 1                                                       26/10/15
082032:  endif                                                          26/10/15
082033:endif                                                            26/10/15
082034:if "$incident" = "yes"                                           26/10/15
082035:  if "$runlog" != "yes"                                          26/10/15
082036:    echo "lr E: -opt:incident needs -opt:runlog"                 26/10/15
082037:    exit 1                                                       26/10/15
082038:  endif                                                          26/10/15
082039:  if $recorder = 0                                               26/10/15
082040:    echo "lr E: -opt:incident needs -opt:recorder"               26/10/15
082041:    exit 1                                                       26/10/15
082042:  endif                                                          26/10/15
082043:  if $sessions > 0                                               26/10/15
082044:    echo "lr E: -opt:incident cannot be used with sessions"      26/10/15
082045:    exit 1                                                       26/10/15
082046:  endif                                                          26/10/15
082047:endif                                                            26/10/15
082048:if "$controls" = "yes"                                           26/10/15
082049:  if "$eventfile" != "yes"                                       26/10/15
082050:    echo "lr E: -opt:controls needs -opt:eventfile"              26/10/15
082056:    exit 1                                                       26/10/15
082071:  endif                                                          26/10/15
082073:  set need_hash = "yes"                                          26/10/15
082075:endif                                                            26/10/15
082077:if "$sendctl" = "yes"                                            26/10/15
082079:  set need_hash = "yes"                                          26/10/15
082081:endif                                                            26/10/15
082083:if "$need_hash" = "yes"                                          26/10/15
082086:  if $hash_pos < 1                                               26/10/15
082101:    echo "lr E: -opt:hash_pos must be 1-50"                      26/10/15
082116:    exit 1                                                       26/10/15
082131:  endif                                                          26/10/15
082146:  if $hash_len < 1                                               26/10/15
082161:    echo "lr E: -opt:hash_len must be 1-18"                      26/10/15
082176:    exit 1                                                       26/10/15
082191:  endif                                                          26/10/15
082206:  if $hash_len > 18                                              26/10/15
082221:    echo "lr E: -opt:hash_len must be 1-18"                      26/10/15
082236:    exit 1                                                       26/10/15
082251:  endif                                                          26/10/15
082266:  set hash_skip = $hash_pos + $hash_len                          26/10/15
082281:  if $hash_skip > 51                                             26/10/15
082296:    echo "lr E: hash field runs past the payload"                26/10/15
082311:    exit 1                                                       26/10/15
082326:  endif                                                          26/10/15
082341:  set hash_skip = $hash_pos + 29                                 26/10/15
082356:endif                                                            26/10/15
082371:declare string template="TEMPLATE.cob"                           95/12/18
082400:option -style=cobol -noidle                                      95/12/08
082800                                                                  95/12/08
083200!  Check that program name and dialog name are different          95/03/29
104000                                 ORGANIZATION IS SEQUENTIAL       26/08/22
104200                             FILE STATUS IS LR--PROFILE-STATUS.   26/09/01
104400:endif                                                            26/08/22
104466:if "$timing" = "yes"                                             26/10/15
104532     SELECT LR--TIMING-FILE     ASSIGN TO "TIMFILE"               26/10/15
104598                                 ORGANIZATION IS SEQUENTIAL       26/10/15
104664                             FILE STATUS IS LR--TIMING-STATUS.    26/10/15
104730:endif                                                            26/10/15
104734:if "$sendfile" = "yes"                                           26/10/15
104738     SELECT OPTIONAL LR--SEND-FILE                                26/10/15
104742                                 ASSIGN TO "SNDFILE"              26/10/15
104746                                 ORGANIZATION IS SEQUENTIAL       26/10/15
104750                             FILE STATUS IS LR--SEND-STATUS.      26/10/15
104754:endif                                                            26/10/15
104800:if $recorder > 0                                                 26/08/22
105200     SELECT LR--DUMP-FILE       ASSIGN TO "DMPFILE"               26/08/22
105600                                 ORGANIZATION IS SEQUENTIAL       26/08/22
105885     SELECT LR--REJECT-FILE     ASSIGN TO "REJFILE"               26/09/01
105942                                 ORGANIZATION IS SEQUENTIAL       26/09/01
105947                             FILE STATUS IS LR--REJECT-STATUS.    26/09/01
105949:if "$controls" = "yes"                                           26/10/15
105951     SELECT OPTIONAL LR--BATCH-FILE                               26/10/15
105953                                 ASSIGN TO "BATFILE"              26/10/15
105955                                 ORGANIZATION IS SEQUENTIAL       26/10/15
105957                             FILE STATUS IS LR--BATCH-STATUS.     26/10/15
105959:endif                                                            26/10/15
105961:endif                                                            26/09/01
105964:if "$runlog" = "yes"                                             26/09/01
105975     SELECT OPTIONAL LR--RUNLOG-FILE                              26/09/01
105980                                 ASSIGN TO "RUNFILE"              26/09/01
105986                                 ORGANIZATION IS SEQUENTIAL       26/09/01
105987                             FILE STATUS IS LR--RUNLOG-STATUS.    26/09/01
105988:if "$generations" = "yes"                                        26/10/15
105989     SELECT OPTIONAL LR--GENCAT-FILE                              26/10/15
105990                                 ASSIGN TO "GENCAT"               26/10/15
105991                                 ORGANIZATION IS SEQUENTIAL       26/10/15
105992                             FILE STATUS IS LR--GENCAT-STATUS.    26/10/15
105993:endif                                                            26/10/15
105994:endif                                                            26/09/01
105995:if $opcom > 0                                                    26/09/01
105996     SELECT OPTIONAL LR--COMMAND-FILE                             26/09/01
105997                                 ASSIGN TO "CMDFILE"              26/09/01
105998                                 ORGANIZATION IS SEQUENTIAL       26/09/01
105999                             FILE STATUS IS LR--COMMAND-STATUS.   26/09/01
106000:endif                                                            26/08/22
106004:if "$sessfile" = "yes"                                           26/10/15
106008     SELECT OPTIONAL LR--SESSION-FILE                             26/10/15
106012                                 ASSIGN TO "SESFILE"              26/10/15
106016                                 ORGANIZATION IS INDEXED          26/10/15
106020                                 ACCESS MODE IS DYNAMIC           26/10/15
106024                                 RECORD KEY IS LR--SESFILE-ID     26/10/15
106028                             FILE STATUS IS LR--SESFILE-STATUS.   26/10/15
106032:endif                                                            26/10/15
106400:endif                                                            09/01/13
106800                                                                  95/03/29
107200 DATA DIVISION.                                                   95/03/29
114000:if "$journal" = "yes"                                            26/08/22
114400 FD  LR--JOURNAL-FILE                                             26/08/22
114800     LABEL RECORDS ARE STANDARD.                                  26/08/22
115200 01  LR--JOURNAL-RECORD         PIC X(60).                        26/10/15
115600                                                                  26/08/22
116000:endif                                                            26/08/22
116400:if "$profile" = "yes"                                            26/08/22
117600 01  LR--PROFILE-RECORD         PIC X(80).                        26/08/22
118000                                                                  26/08/22
118400:endif                                                            26/08/22
118457:if "$timing" = "yes"                                             26/10/15
118514 FD  LR--TIMING-FILE                                              26/10/15
118571     LABEL RECORDS ARE STANDARD.                                  26/10/15
118628 01  LR--TIMING-RECORD          PIC X(80).                        26/10/15
118685                                                                  26/10/15
118742:endif                                                            26/10/15
118746:if "$sendfile" = "yes"                                           26/10/15
118750 FD  LR--SEND-FILE                                                26/10/15
118754     LABEL RECORDS ARE STANDARD.                                  26/10/15
118758 01  LR--SEND-RECORD            PIC X(80).                        26/10/15
118762                                                                  26/10/15
118766:endif                                                            26/10/15
118800:if $recorder > 0                                                 26/08/22
119200 FD  LR--DUMP-FILE                                                26/08/22
119600     LABEL RECORDS ARE STANDARD.                                  26/08/22
120252                                                                  26/09/01
120288 FD  LR--REJECT-FILE                                              26/09/01
120324     LABEL RECORDS ARE STANDARD.                                  26/09/01
120360 01  LR--REJECT-RECORD          PIC X(88).                        26/10/15
120365                                                                  26/09/01
120366:if "$controls" = "yes"                                           26/10/15
120367 FD  LR--BATCH-FILE                                               26/10/15
120368     LABEL RECORDS ARE STANDARD.                                  26/10/15
120369 01  LR--BATCH-RECORD           PIC X(80).                        26/10/15
120370                                                                  26/10/15
120371:endif                                                            26/10/15
120372:endif                                                            26/09/01
120375:if "$runlog" = "yes"                                             26/09/01
120380 FD  LR--RUNLOG-FILE                                              26/09/01
120385     LABEL RECORDS ARE STANDARD.                                  26/09/01
120390 01  LR--RUNLOG-RECORD          PIC X(80).                        26/09/01
120391                                                                  26/09/01
120395:if "$generations" = "yes"                                        26/10/15
120399 FD  LR--GENCAT-FILE                                              26/10/15
120403     LABEL RECORDS ARE STANDARD.                                  26/10/15
120407 01  LR--GENCAT-RECORD.                                           26/10/15
120411     02  LR--GENCAT-PROGRAM      PIC X(12).                       26/10/15
120415     02  FILLER                  PIC X.                           26/10/15
120419     02  LR--GENCAT-NUMBER       PIC 9(4).                        26/10/15
120423     02  LR--GENCAT-NUMBER-X     REDEFINES LR--GENCAT-NUMBER      26/10/15
120427                                 PIC X(4).                        26/10/15
120431     02  FILLER                  PIC X.                           26/10/15
120435     02  LR--GENCAT-SDATE        PIC 9(6).                        26/10/15
120439     02  FILLER                  PIC X.                           26/10/15
120443     02  LR--GENCAT-STIME        PIC 9(8).                        26/10/15
120447     02  FILLER                  PIC X.                           26/10/15
120451     02  LR--GENCAT-DDNAME       PIC X(8).                        26/10/15
120455     02  FILLER                  PIC X.                           26/10/15
120459     02  LR--GENCAT-DATASET      PIC X(80).                       26/10/15
120463     02  FILLER                  PIC X(5).                        26/10/15
120467                                                                  26/10/15
120471:endif                                                            26/10/15
120475:endif                                                            26/09/01
120479:if $opcom > 0                                                    26/09/01
120483 FD  LR--COMMAND-FILE                                             26/09/01
120487     LABEL RECORDS ARE STANDARD.                                  26/09/01
120491 01  LR--COMMAND-RECORD         PIC X(80).                        26/09/01
120495                                                                  26/08/22
120800:endif                                                            26/08/22
120804:if "$sessfile" = "yes"                                           26/10/15
120808 FD  LR--SESSION-FILE                                             26/10/15
120812     LABEL RECORDS ARE STANDARD.                                  26/10/15
120816 01  LR--SESFILE-RECORD.                                          26/10/15
120820     02  LR--SESFILE-ENTRY.                                       26/10/15
120824         03  LR--SESFILE-ACTIVE  PIC X.                           26/10/15
120828         03  LR--SESFILE-ID      PIC X(12).                       26/10/15
120832         03  LR--SESFILE-STATE   PIC $sespic  COMP.               26/10/15
120836:if "$runlog" = "yes"                                             26/10/15
120840         03  LR--SESFILE-RL-SDATE                                 26/10/15
120844                                 PIC 9(6).                        26/10/15
120848         03  LR--SESFILE-RL-STIME                                 26/10/15
120852                                 PIC 9(8).                        26/10/15
120856         03  LR--SESFILE-RL-TRANS                                 26/10/15
120860                                 PIC S9(9)  COMP.                 26/10/15
120864         03  LR--SESFILE-RL-JRNL PIC S9(9)  COMP.                 26/10/15
120868:endif                                                            26/10/15
120872:if $idle_secs > 0                                                26/10/15
120876         03  LR--SESFILE-IDLE-SECS                                26/10/15
120880                                 PIC S9(9)  COMP.                 26/10/15
120884:endif                                                            26/10/15
120888         03  LR--SESFILE-USED    PIC S9(9)  COMP.                 26/10/15
120892:if defaults                                                      26/10/15
120896         03  LR--SESFILE-DFLTS   PIC S9(5)  COMP.                 26/10/15
120900:endif                                                            26/10/15
120904:if module "Dialog-Call"                                          26/10/15
120908         03  LR--SESFILE-STKSZ   PIC $sespic  COMP.               26/10/15
120912         03  LR--SESFILE-STACK   PIC $sespic  COMP                26/10/15
120916                                            OCCURS $stack_max.    26/10/15
120920:endif                                                            26/10/15
120924     02  LR--SESFILE-SAVED-DATE  PIC 9(6).                        26/10/15
120928     02  LR--SESFILE-SAVED-TIME  PIC 9(8).                        26/10/15
120932                                                                  26/10/15
120936:endif                                                            26/10/15
121200:endif                                                            09/01/13
121600 WORKING-STORAGE SECTION.                                         95/03/29
122000:include optional $template "<DATA>" "<END>"                      95/12/18
128100     IF LR--TRACE-STATUS NOT = "00"                               26/09/01
128200         PERFORM LR--DISABLE-TRACE                                26/09/01
128300     .                                                            26/09/01
128304:if "$incident" = "yes"                                           26/10/15
128308     MOVE LR--SIGNATURE-LINE TO LR--TRACE-OUT-TEXT                26/10/15
128312     PERFORM LR--WRITE-TRACE-RECORD                               26/10/15
128316     MOVE SPACES TO LR--TRACE-OUT-TEXT                            26/10/15
128320:endif                                                            26/10/15
128400:endif                                                            26/08/22
128800:endif                                                            09/01/06
129200:if "$journal" = "yes"                                            26/08/22
141512     .                                                            26/09/01
141514:endif                                                            26/09/01
141520:endif                                                            26/09/01
141524:if "$sendfile" = "yes"                                           26/10/15
141528     PERFORM LR--OPEN-SEND-FILE                                   26/10/15
141532:endif                                                            26/10/15
141600:include optional $template "<Initialise-The-Program>" "<END>"    95/12/18
142000     .                                                            95/03/29
142400                                                                  95/03/29
148000:if "$profile" = "yes"                                            26/08/22
148400     PERFORM LR--WRITE-PROFILE-REPORT                             26/08/22
148800:endif                                                            26/08/22
148801:if "$timing" = "yes"                                             26/10/15
148802     PERFORM LR--WRITE-TIMING-REPORT                              26/10/15
148803:endif                                                            26/10/15
148804:if "$controls" = "yes"                                           26/10/15
148805     PERFORM LR--WRITE-BATCH-RECORD                               26/10/15
148806:endif                                                            26/10/15
148809:if "$runlog" = "yes"                                             26/09/01
148818     MOVE SPACES TO LR--RUNLOG-OUT-ABEND                          26/09/01
148827     MOVE ZERO TO LR--RUNLOG-OUT-CODE                             26/09/01
149028     CLOSE LR--EVENT-FILE                                         26/09/01
149085     CLOSE LR--REJECT-FILE                                        26/09/01
149142:endif                                                            26/09/01
149146:if "$sendfile" = "yes"                                           26/10/15
149150     PERFORM LR--CLOSE-SEND-FILE                                  26/10/15
149154:endif                                                            26/10/15
149200:if $sessions = 0                                                 26/08/22
149600:if "$trace" = "yes"                                              09/01/06
150000     CLOSE LR--TRACE-FILE                                         09/01/06
195601                                                                  26/09/01
195602 01  LR--MESSAGE-WORK.                                            26/09/01
195603     02  LR--MSG-ID              PIC X(7)   VALUE SPACES.         26/09/01
195604:if "$incident" = "yes"                                           26/10/15
195605     02  FILLER                  REDEFINES  LR--MSG-ID.           26/10/15
195606         03  FILLER              PIC X(6).                        26/10/15
195607         03  LR--MSG-SEVERITY    PIC X.                           26/10/15
195608:endif                                                            26/10/15
195609     02  LR--MSG-BODY            PIC X(40)  VALUE SPACES.         26/09/01
195610     02  LR--MSG-DETAIL          PIC X(30)  VALUE SPACES.         26/09/01
195611     02  LR--MSG-NBR-1           PIC 9(4)   VALUE ZERO.           26/09/01
195612     02  LR--MSG-NBR-2           PIC 9(4)   VALUE ZERO.           26/09/01
195613     02  LR--MSG-SUB             PIC S9(4)  COMP VALUE ZERO.      26/09/01
195614:if "$msgfile" = "yes"                                            26/09/01
195615     02  LR--CAT-COUNT           PIC S9(4)  COMP VALUE ZERO.      26/09/01
195616     02  LR--CATALOG-EOF         PIC X      VALUE "N".            26/09/01
195617:endif                                                            26/09/01
195618                                                                  26/09/01
195619*    ONE ENTRY PER STABLE MESSAGE ID - SEE THE GENERATED MESSAGE  26/09/01
195620*    CATALOG.  NEVER RENUMBER AN ID; RETIRE IT INSTEAD.           26/09/01
195621 01  LR--MSG-DEFAULTS.                                            26/09/01
195622     02  FILLER                  PIC X(47) VALUE                  26/09/01
195623         "LR0005IRestarted from recovery record".                 26/09/01
195624     02  FILLER                  PIC X(47) VALUE                  26/09/01
195625         "LR0006IJournal replay is in effect".                    26/09/01
195626     02  FILLER                  PIC X(47) VALUE                  26/09/01
195627         "LR0008IOperator command accepted".                      26/09/01
195628     02  FILLER                  PIC X(47) VALUE                  26/09/01
195629         "LR0009IQuiesced at checkpoint by operator".             26/09/01
195630     02  FILLER                  PIC X(47) VALUE                  26/09/01
195631         "LR0101EEvent out of range".                             26/09/01
195632     02  FILLER                  PIC X(47) VALUE                  26/09/01
195633         "LR0102EEvent not accepted in state".                    26/09/01
195634     02  FILLER                  PIC X(47) VALUE                  26/09/01
195635         "LR0103ENo event set after event".                       26/09/01
195636     02  FILLER                  PIC X(47) VALUE                  26/09/01
195637         "LR0104EDialog-Call stack overflow".                     26/09/01
195638     02  FILLER                  PIC X(47) VALUE                  26/09/01
195639         "LR0105EDialog-Return stack underflow".                  26/09/01
195640     02  FILLER                  PIC X(47) VALUE                  26/09/01
195641         "LR0106WDialog-Call stack approaching limit".            26/09/01
195642     02  FILLER                  PIC X(47) VALUE                  26/09/01
195643         "LR0107ETransition limit exceeded".                      26/09/01
195644     02  FILLER                  PIC X(47) VALUE                  26/09/01
195645         "LR0108EElapsed-time limit exceeded".                    26/09/01
195646     02  FILLER                  PIC X(47) VALUE                  26/09/01
195647         "LR0109WTransition limit - Timeout raised".              26/09/01
195648     02  FILLER                  PIC X(47) VALUE                  26/09/01
195649         "LR0110WTime limit - Timeout raised".                    26/09/01
195650     02  FILLER                  PIC X(47) VALUE                  26/09/01
195651         "LR0111WRecovery record unusable - fresh start".         26/09/01
195652     02  FILLER                  PIC X(47) VALUE                  26/09/01
195653         "LR0112EJournal exhausted in replay".                    26/09/01
195654     02  FILLER                  PIC X(47) VALUE                  26/09/01
195655         "LR0113ESession table full".                             26/09/01
195656     02  FILLER                  PIC X(47) VALUE                  26/09/01
195657         "LR0114EModule number out of range".                     26/09/01
195658     02  FILLER                  PIC X(47) VALUE                  26/09/01
195659         "LR0115EEvent queue overflow".                           26/09/01
195660     02  FILLER                  PIC X(47) VALUE                  26/09/01
195661         "LR0116WEvent record malformed - rejected".              26/09/01
195662     02  FILLER                  PIC X(47) VALUE                  26/09/01
195663         "LR0117WEvent name not matched - rejected".              26/09/01
195664     02  FILLER                  PIC X(47) VALUE                  26/09/01
195665         "LR0118ETimer table full".                               26/09/01
195666     02  FILLER                  PIC X(47) VALUE                  26/09/01
195667         "LR0119WOperator command not recognised".                26/09/01
195668     02  FILLER                  PIC X(47) VALUE                  26/09/01
195669         "LR0120WTrace file error - tracing disabled".            26/09/01
195670     02  FILLER                  PIC X(47) VALUE                  26/09/01
195671         "LR0121WProfile file error - report abandoned".          26/09/01
195672     02  FILLER                  PIC X(47) VALUE                  26/09/01
195673         "LR0122WDump file error - dump abandoned".               26/09/01
195674     02  FILLER                  PIC X(47) VALUE                  26/09/01
195675         "LR0123ERecovery file error".                            26/09/01
195676     02  FILLER                  PIC X(47) VALUE                  26/09/01
195677         "LR0124EJournal file error".                             26/09/01
195678     02  FILLER                  PIC X(47) VALUE                  26/09/01
195679         "LR0125EEvent file error".                               26/09/01
195680     02  FILLER                  PIC X(47) VALUE                  26/09/01
195681         "LR0126WReject file error - rejects not kept".           26/09/01
195682     02  FILLER                  PIC X(47) VALUE                  26/09/01
195683         "LR0127WRun log file error - accounting off".            26/09/01
195684     02  FILLER                  PIC X(47) VALUE                  26/09/01
195685         "LR0128WCommand file error - commands disabled".         26/09/01
195686     02  FILLER                  PIC X(47) VALUE                  26/09/01
195687         "LR0129WRecovery file from another build".               26/09/01
195688     02  FILLER                  PIC X(47) VALUE                  26/09/01
195689         "LR0130EJournal from another build - no replay".         26/09/01
195690     02  FILLER                  PIC X(47) VALUE                  26/09/01
195691         "LR0131WIdle session expired - slot reclaimed".          26/09/01
195692     02  FILLER                  PIC X(47) VALUE                  26/09/01
195693         "LR0132WMessage catalog unusable - built-ins".           26/09/01
195699     02  FILLER                  PIC X(47) VALUE                  26/10/15
195710         "LR0010IEvent file controls in balance".                 26/10/15
195721     02  FILLER                  PIC X(47) VALUE                  26/10/15
195732         "LR0133EEvent file controls out of balance".             26/10/15
195743     02  FILLER                  PIC X(47) VALUE                  26/10/15
195754         "LR0134EBatch already completed - refused".              26/10/15
195765     02  FILLER                  PIC X(47) VALUE                  26/10/15
195766         "LR0135EBatch control file error".                       26/10/15
195767     02  FILLER                  PIC X(47) VALUE                  26/10/15
195768         "LR0136WTiming file error - report abandoned".           26/10/15
195769     02  FILLER                  PIC X(47) VALUE                  26/10/15
195770         "LR0011IConversation paged out to session file".         26/10/15
195771     02  FILLER                  PIC X(47) VALUE                  26/10/15
195772         "LR0012IConversation restored from session file".        26/10/15
195773     02  FILLER                  PIC X(47) VALUE                  26/10/15
195774         "LR0137ESession file error".                             26/10/15
195775     02  FILLER                  PIC X(47) VALUE                  26/10/15
195776         "LR0138WStored conversation unusable - discarded".       26/10/15
195777     02  FILLER                  PIC X(47) VALUE                  26/10/15
195778         "LR0013IEvents sent to SNDFILE".                         26/10/15
195779     02  FILLER                  PIC X(47) VALUE                  26/10/15
195780         "LR0014IJournal replay - SNDFILE not written".           26/10/15
195781     02  FILLER                  PIC X(47) VALUE                  26/10/15
195782         "LR0139ESend file error".                                26/10/15
195783     02  FILLER                  PIC X(47) VALUE                  26/10/15
195784         "LR0015IFile generation assigned".                       26/10/15
195785     02  FILLER                  PIC X(47) VALUE                  26/10/15
195786         "LR0016IJournal generation chosen for replay".           26/10/15
195787     02  FILLER                  PIC X(47) VALUE                  26/10/15
195788         "LR0140WGeneration catalog error - not generated".       26/10/15
195789     02  FILLER                  PIC X(47) VALUE                  26/10/15
195790         "LR0141WNo journal generation for replay".               26/10/15
195791     02  FILLER                  PIC X(47) VALUE                  26/10/15
195792         "LR0142ESend file shorter than checkpoint".              26/10/15
195805 01  FILLER                      REDEFINES  LR--MSG-DEFAULTS.     26/09/01
195806     02  FILLER                             OCCURS 53 TIMES.      26/10/15
195809         03  LR--DEF-ID          PIC X(7).                        26/09/01
195820         03  LR--DEF-TEXT        PIC X(40).                       26/09/01
195831:if "$msgfile" = "yes"                                            26/09/01
195842                                                                  26/09/01
195853 01  LR--CATALOG-TABLE.                                           26/09/01
195864     02  LR--CAT-ENTRY           OCCURS 64 TIMES.                 26/09/01
195875         03  LR--CAT-ID          PIC X(7).                        26/09/01
195886         03  LR--CAT-TEXT        PIC X(40).                       26/09/01
195897 01  LR--CATMSG-LINE.                                             26/09/01
195908     02  LR--CATMSG-ID           PIC X(7).                        26/09/01
195919     02  FILLER                  PIC X.                           26/09/01
195930     02  LR--CATMSG-TEXT         PIC X(40).                       26/09/01
195941     02  FILLER                  PIC X(32).                       26/09/01
195952 01  FILLER           REDEFINES  LR--CATMSG-LINE.                 26/09/01
195963     02  LR--CATMSG-FLAG         PIC X.                           26/09/01
195974     02  FILLER                  PIC X(79).                       26/09/01
195985:endif                                                            26/09/01
196000                                                                  95/11/04
196001:if "$statehooks" = "yes"                                         26/09/01
196002 01  LR--STATE-HOOK-WORK.                                         26/09/01
196165     02  LR--PROFILE-STATUS      PIC XX     VALUE "00".           26/09/01
196170     02  LR--PROFILE-DEAD        PIC X      VALUE "N".            26/09/01
196176:endif                                                            26/09/01
196178:if "$timing" = "yes"                                             26/10/15
196180     02  LR--TIMING-STATUS       PIC XX     VALUE "00".           26/10/15
196182     02  LR--TIMING-DEAD         PIC X      VALUE "N".            26/10/15
196184:endif                                                            26/10/15
196186:if "$sendfile" = "yes"                                           26/10/15
196188     02  LR--SEND-STATUS         PIC XX     VALUE "00".           26/10/15
196190     02  LR--SEND-DEAD           PIC X      VALUE "N".            26/10/15
196192:endif                                                            26/10/15
196194:if $recorder > 0                                                 26/09/01
196198     02  LR--DUMP-STATUS         PIC XX     VALUE "00".           26/09/01
196203     02  LR--DUMP-DEAD           PIC X      VALUE "N".            26/09/01
196209:endif                                                            26/09/01
196231     02  LR--EVENT-STATUS        PIC XX     VALUE "00".           26/09/01
196242     02  LR--REJECT-STATUS       PIC XX     VALUE "00".           26/09/01
196253     02  LR--REJECT-DEAD         PIC X      VALUE "N".            26/09/01
196255:if "$controls" = "yes"                                           26/10/15
196257     02  LR--BATCH-STATUS        PIC XX     VALUE "00".           26/10/15
196259:endif                                                            26/10/15
196264:endif                                                            26/09/01
196275:if "$runlog" = "yes"                                             26/09/01
196286     02  LR--RUNLOG-STATUS       PIC XX     VALUE "00".           26/09/01
196297     02  LR--RUNLOG-DEAD         PIC X      VALUE "N".            26/09/01
196299:if "$generations" = "yes"                                        26/10/15
196301     02  LR--GENCAT-STATUS       PIC XX     VALUE "00".           26/10/15
196303     02  LR--GENCAT-DEAD         PIC X      VALUE "N".            26/10/15
196305:endif                                                            26/10/15
196308:endif                                                            26/09/01
196319:if $opcom > 0                                                    26/09/01
196330     02  LR--COMMAND-STATUS      PIC XX     VALUE "00".           26/09/01
196341     02  LR--COMMAND-DEAD        PIC X      VALUE "N".            26/09/01
196352:endif                                                            26/09/01
196354:if "$sessfile" = "yes"                                           26/10/15
196356     02  LR--SESFILE-STATUS      PIC XX     VALUE "00".           26/10/15
196358     02  LR--SESFILE-DEAD        PIC X      VALUE "N".            26/10/15
196360:endif                                                            26/10/15
196363:endif                                                            26/09/01
196364:if "$need_signature" = "yes"                                     26/09/01
196365 01  LR--SIGNATURE-WORK.                                          26/09/01
196373 01  LR--SIGNATURE-LINE.                                          26/09/01
196374     02  FILLER                  PIC X(6)   VALUE "LRSIG ".       26/09/01
196375     02  LR--SIG-OUT-VALUE       PIC 9(8)   VALUE ZERO.           26/09/01
196376:if "$incident" = "yes"                                           26/10/15
196377     02  FILLER                  PIC X(5)   VALUE " RUN ".        26/10/15
196378     02  LR--SIG-OUT-SDATE       PIC 9(6)   VALUE ZERO.           26/10/15
196379     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
196380     02  LR--SIG-OUT-STIME       PIC 9(8)   VALUE ZERO.           26/10/15
196381*    THE SIGNATURE AND RUN STAMP WRITTEN AFTER THE JOURNAL TAG    26/10/15
196382 01  FILLER                      REDEFINES  LR--SIGNATURE-LINE.   26/10/15
196383     02  FILLER                  PIC X(6).                        26/10/15
196384     02  LR--SIG-OUT-STAMPED     PIC X(28).                       26/10/15
196385:endif                                                            26/10/15
196386 01  LR--SIGNATURE-IN.                                            26/09/01
196387     02  LR--SIG-IN-TAG          PIC X(6).                        26/09/01
196388     02  LR--SIG-IN-VALUE        PIC X(8).                        26/09/01
196389     02  FILLER                  PIC X(66).                       26/09/01
196393:endif                                                            26/09/01
196400:if "$recover" = "yes"                                            09/01/13
196800 01  LR--RECOVERY-LINE.                                           09/01/13
197200     02  LR--RECOVERY-OUT-STATE  PIC $swidth.                     09/01/13
202400 01  LR--RECOVERY-STACK-LINE.                                     26/08/22
202800     02  LR--RECOVERY-OUT-ENTRY  PIC $swidth.                     26/08/22
203200:endif                                                            26/08/22
203266:if "$need_payload" = "yes"                                       26/10/15
203332 01  LR--RECOVERY-DATA-LINE.                                      26/10/15
203398     02  LR--RECOVERY-DATA-TAG   PIC X(6)   VALUE "LRDAT ".       26/10/15
203464     02  LR--RECOVERY-OUT-DATA   PIC X(50).                       26/10/15
203530:endif                                                            26/10/15
203600 01  LR--RECOVERY-WORK.                                           26/08/22
204000     02  LR--RESTARTED           PIC X      VALUE "N".            26/08/22
204400         88  LR--WAS-RESTARTED              VALUE "Y".            26/08/22
206800:if $checkpoint > 0                                               26/08/22
207200     02  LR--CHECKPOINT-COUNT    PIC S9(9)  COMP VALUE ZERO.      26/08/22
207600:endif                                                            26/08/22
207620:if "$sendfile" = "yes"                                           26/10/15
207638*    THE SEND TOTALS AS THEY STOOD WHEN THE LAST EVENT WAS        26/10/15
207656*    DISPATCHED.  THE CHECKPOINT CARRIES THESE, SINCE THE RESTART 26/10/15
207674*    RE-RAISES THAT EVENT AND ITS SENDS ARE MADE AGAIN            26/10/15
207692 01  LR--SEND-SNAPSHOT.                                           26/10/15
207710     02  LR--SEND-SNAP-DUE       PIC X      VALUE "N".            26/10/15
207728     02  LR--SEND-SNAP-TOTAL     PIC S9(9)  COMP VALUE ZERO.      26/10/15
207746     02  LR--SEND-SNAP-OTHER     PIC S9(9)  COMP VALUE ZERO.      26/10/15
207764:if "$sendctl" = "yes"                                            26/10/15
207782     02  LR--SEND-SNAP-HASH      PIC S9(18) COMP VALUE ZERO.      26/10/15
207800:endif                                                            26/10/15
207818     02  LR--SEND-SNAP-USED      PIC S9(4)  COMP VALUE ZERO.      26/10/15
207836     02  LR--SEND-SNAP-ENTRY     OCCURS $send_names TIMES.        26/10/15
207854         03  LR--SEND-SNAP-ENAME PIC X(30).                       26/10/15
207872         03  LR--SEND-SNAP-COUNT PIC S9(9)  COMP.                 26/10/15
207890 01  LR--SEND-SKIP-WORK.                                          26/10/15
207908     02  LR--SEND-FOUND          PIC S9(9)  COMP VALUE ZERO.      26/10/15
207926     02  LR--SEND-SKIP           PIC S9(9)  COMP VALUE ZERO.      26/10/15
207944     02  LR--SEND-IN-EOF         PIC X      VALUE "N".            26/10/15
207962         88  LR--SEND-IN-AT-END             VALUE "Y".            26/10/15
207980:endif                                                            26/10/15
208000:endif                                                            26/08/22
208400:endif                                                            09/01/13
208800:if "$journal" = "yes"                                            26/08/22
210000         88  LR--IS-REPLAY                  VALUE "Y".            26/08/22
210400 01  LR--JOURNAL-LINE.                                            26/08/22
210800     02  LR--JOURNAL-OUT-EVENT   PIC $swidth.                     26/08/22
210933     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
211066     02  LR--JOURNAL-OUT-DATA    PIC X(50).                       26/10/15
211080*    THE FIRST RECORD: THE LAYOUT TAG, THEN THE BUILD SIGNATURE   26/10/15
211090*    AND ANY RUN STAMP                                            26/10/15
211100 01  LR--JOURNAL-HEAD.                                            26/10/15
211110     02  LR--JH-FORMAT           PIC X(6)   VALUE "LRJ60 ".       26/10/15
211120         88  LR--JH-CURRENT                 VALUE "LRJ60 ".       26/10/15
211130     02  LR--JH-SIGNED           PIC X(28)  VALUE SPACES.         26/10/15
211140     02  FILLER                  PIC X(26)  VALUE SPACES.         26/10/15
211150 01  FILLER                      REDEFINES  LR--JOURNAL-HEAD.     26/10/15
211160     02  FILLER                  PIC X(6).                        26/10/15
211170     02  LR--JH-SIGNATURE        PIC X(8).                        26/10/15
211180     02  FILLER                  PIC X(46).                       26/10/15
211200:endif                                                            26/08/22
211600:if "$profile" = "yes"                                            26/08/22
212000 01  LR--PROFILE-WORK.                                            26/08/22
215600     02  FILLER                  PIC X      VALUE SPACE.          26/08/22
216000     02  LR--PROFILE-OUT-COUNT   PIC Z(8)9.                       26/08/22
216400:endif                                                            26/08/22
216406:if "$timing" = "yes"                                             26/10/15
216412:set timing_pairs = $states * $events                             26/10/15
216418:if $timing_pairs > $modules                                      26/10/15
216424:  set timing_list = $timing_pairs                                26/10/15
216430:else                                                             26/10/15
216436:  set timing_list = $modules                                     26/10/15
216442:endif                                                            26/10/15
216448*    CLOCK READINGS ARE IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT  26/10/15
216454 01  LR--TIMING-WORK.                                             26/10/15
216460     02  LR--CLOCK-RAW           PIC 9(8).                        26/10/15
216466     02  FILLER                  REDEFINES LR--CLOCK-RAW.         26/10/15
216472         03  LR--CLOCK-HH        PIC 9(2).                        26/10/15
216478         03  LR--CLOCK-MM        PIC 9(2).                        26/10/15
216484         03  LR--CLOCK-SS        PIC 9(2).                        26/10/15
216490         03  LR--CLOCK-CC        PIC 9(2).                        26/10/15
216496     02  LR--CLOCK-NOW           PIC S9(9)  COMP VALUE ZERO.      26/10/15
216502     02  LR--CLOCK-SPAN          PIC S9(9)  COMP VALUE ZERO.      26/10/15
216508     02  LR--MODULE-CLOCK        PIC S9(9)  COMP VALUE ZERO.      26/10/15
216514     02  LR--MODULE-TIMED        PIC S9(9)  COMP VALUE ZERO.      26/10/15
216520     02  LR--EVENT-CLOCK         PIC S9(9)  COMP VALUE ZERO.      26/10/15
216526     02  LR--PAIR-TIMED          PIC S9(9)  COMP VALUE ZERO.      26/10/15
216532     02  LR--TIMING-SUB          PIC S9(9)  COMP VALUE ZERO.      26/10/15
216538     02  LR--TIMING-SCAN         PIC S9(9)  COMP VALUE ZERO.      26/10/15
216544     02  LR--TIMING-PICK         PIC S9(9)  COMP VALUE ZERO.      26/10/15
216550     02  LR--TIMING-SIZE         PIC S9(9)  COMP VALUE ZERO.      26/10/15
216556     02  LR--TIMING-STATE        PIC S9(9)  COMP VALUE ZERO.      26/10/15
216562     02  LR--TIMING-EVENT        PIC S9(9)  COMP VALUE ZERO.      26/10/15
216568 01  LR--MODULE-TIMES.                                            26/10/15
216574     02  FILLER                  OCCURS $modules TIMES.           26/10/15
216580         03  LR--MT-COUNT        PIC S9(9)  COMP.                 26/10/15
216586         03  LR--MT-TOTAL        PIC S9(15) COMP.                 26/10/15
216592         03  LR--MT-MAX          PIC S9(9)  COMP.                 26/10/15
216598 01  LR--PAIR-TIMES.                                              26/10/15
216604     02  FILLER                  OCCURS $timing_pairs TIMES.      26/10/15
216610         03  LR--PT-COUNT        PIC S9(9)  COMP.                 26/10/15
216616         03  LR--PT-TOTAL        PIC S9(15) COMP.                 26/10/15
216622         03  LR--PT-MAX          PIC S9(9)  COMP.                 26/10/15
216628 01  LR--TIMING-LIST.                                             26/10/15
216634     02  LR--TIMING-ENTRY        OCCURS $timing_list TIMES.       26/10/15
216640         03  LR--TL-ITEM         PIC S9(9)  COMP.                 26/10/15
216646         03  LR--TL-TOTAL        PIC S9(15) COMP.                 26/10/15
216652 01  LR--TIMING-HOLD.                                             26/10/15
216658     02  FILLER                  PIC S9(9)  COMP.                 26/10/15
216664     02  FILLER                  PIC S9(15) COMP.                 26/10/15
216670 01  LR--TIMING-LINE.                                             26/10/15
216676     02  LR--TIMING-OUT-NAME     PIC X(40).                       26/10/15
216682     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
216688     02  LR--TIMING-OUT-COUNT    PIC Z(8)9.                       26/10/15
216694     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
216700     02  LR--TIMING-OUT-TOTAL    PIC Z(6)9.99.                    26/10/15
216706     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
216712     02  LR--TIMING-OUT-AVERAGE  PIC ZZZ9.9999.                   26/10/15
216718     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
216724     02  LR--TIMING-OUT-MAX      PIC Z(4)9.99.                    26/10/15
216730 01  LR--TIMING-HEADING.                                          26/10/15
216736     02  FILLER                  PIC X(41)  VALUE SPACES.         26/10/15
216742     02  FILLER                  PIC X(39)  VALUE                 26/10/15
216748         "    COUNT      TOTAL   AVERAGE  MAXIMUM".               26/10/15
216754:endif                                                            26/10/15
216800:if $limit_trans > 0                                              26/08/22
217200 01  LR--LIMIT-TRANS-WORK.                                        26/08/22
217600     02  LR--TRANS-COUNT         PIC S9(9)  COMP VALUE ZERO.      26/08/22
223200 01  LR--SESSION-WORK.                                            26/08/22
223600     02  LR--SESSION-SUB         PIC S9(4)  COMP VALUE ZERO.      26/08/22
224000     02  LR--SESSION-SLOT        PIC S9(4)  COMP VALUE ZERO.      26/08/22
224004:if "$sessfile" = "yes"                                           26/10/15
224008     02  LR--SESSION-CALLS       PIC S9(9)  COMP VALUE ZERO.      26/10/15
224012:endif                                                            26/10/15
224400     02  LR--SUSPENDED           PIC X      VALUE "N".            26/08/22
224800         88  LR--IS-SUSPENDED               VALUE "Y".            26/08/22
225200 01  LR--SESSION-TABLE.                                           26/08/22
226960         03  LR--SESSION-IDLE-SECS                                26/09/01
227040                                 PIC S9(9)  COMP.                 26/09/01
227120:endif                                                            26/09/01
227124:if "$sessfile" = "yes"                                           26/10/15
227128         03  LR--SESSION-USED    PIC S9(9)  COMP.                 26/10/15
227132:endif                                                            26/10/15
227200:if defaults                                                      26/08/22
227600         03  LR--SESSION-DFLTS   PIC S9(5)  COMP.                 26/08/22
228000:endif                                                            26/08/22
240400     02  LR--DUMP-OUT-MODULE     PIC $swidth.                     26/08/22
240800     02  FILLER                  PIC X      VALUE SPACE.          26/08/22
241200     02  LR--DUMP-OUT-MNAME      PIC X(30).                       26/08/22
241204:if "$incident" = "yes"                                           26/10/15
241208*    WRITTEN SECOND IN EVERY DUMP: HOW THE RUN STOPPED, FOR THE   26/10/15
241212*    INCIDENT REPORT                                              26/10/15
241216 01  LR--DUMP-ABEND-LINE.                                         26/10/15
241220     02  FILLER                  PIC X(6)   VALUE "LRABN ".       26/10/15
241224     02  LR--DUMP-OUT-FEEDBACK   PIC X(4)   VALUE SPACES.         26/10/15
241228     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
241232     02  LR--DUMP-OUT-CODE       PIC 9(4)   VALUE ZERO.           26/10/15
241236     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
241240     02  LR--DUMP-OUT-MSGID      PIC X(7)   VALUE SPACES.         26/10/15
241244     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
241248     02  LR--DUMP-OUT-AT-STATE   PIC $swidth.                     26/10/15
241252     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
241256     02  LR--DUMP-OUT-AT-EVENT   PIC $swidth.                     26/10/15
241260     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
241264     02  LR--DUMP-OUT-MODULES    PIC 9(9)   VALUE ZERO.           26/10/15
241268     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
241272     02  LR--DUMP-OUT-DETAIL     PIC X(30)  VALUE SPACES.         26/10/15
241276:endif                                                            26/10/15
241600:endif                                                            26/08/22
242000:if $queue_max > 0                                                26/08/22
242400 01  LR--QUEUE-WORK.                                              26/08/22
244400     02  LR--QUEUE-ENTRY         PIC $swidth  COMP                26/08/22
244800                                            OCCURS $queue_max.    26/08/22
244820:endif                                                            26/09/01
244821:if "$need_payload" = "yes"                                       26/10/15
244822*    THE BUSINESS DATA CARRIED BY THE EVENT BEING PROCESSED.      26/10/15
244823*    THE EVENT READER FILLS IT FROM EVTFILE COLUMNS 31-80, OR     26/10/15
244824*    GET-EXTERNAL-EVENT DOES; THE JOURNAL KEEPS IT WITH EACH      26/10/15
244825*    EVENT SO THAT A REPLAY RUN RESTORES IT.  A TEMPLATE SECTION  26/10/15
244826*    <Event-Payload> MAY REDEFINE THE-EVENT-PAYLOAD WITH THE      26/10/15
244827*    APPLICATION'S OWN LAYOUT.                                    26/10/15
244828 01  THE-EVENT-PAYLOAD.                                           26/10/15
244829     02  THE-EVENT-DATA          PIC X(50)  VALUE SPACES.         26/10/15
244830:include optional $template "<Event-Payload>" "<END>"             26/10/15
244831:endif                                                            26/10/15
244840:if "$eventfile" = "yes"                                          26/09/01
244860 01  LR--EVENT-WORK.                                              26/09/01
244880     02  LR--EVENT-SUB           PIC S9(4)  COMP VALUE ZERO.      26/09/01
244956:endif                                                            26/09/01
244960 01  LR--EVENT-IN-LINE.                                           26/09/01
244980     02  LR--EVENT-IN-NAME       PIC X(30).                       26/09/01
245000     02  LR--EVENT-IN-DATA       PIC X(50).                       26/10/15
245001:if "$controls" = "yes"                                           26/10/15
245002*    CONTROL RECORDS CARRY A TAG IN COLUMNS 1-8.  THE HEADER HAS  26/10/15
245003*    THE BATCH ID IN 31-42 AND ITS CREATION DATE IN 43-50; THE    26/10/15
245004*    TRAILER HAS THE DATA RECORD COUNT IN 31-39 AND THE HASH TOTAL26/10/15
245005*    IN 40-57.  THE HASH IS THE SUM OF ONE NUMERIC PAYLOAD FIELD. 26/10/15
245006 01  FILLER                      REDEFINES  LR--EVENT-IN-LINE.    26/10/15
245007     02  LR--CONTROL-TAG         PIC X(8).                        26/10/15
245008         88  LR--CONTROL-IS-HEADER          VALUE "*HEADER ".     26/10/15
245009         88  LR--CONTROL-IS-TRAILER         VALUE "*TRAILER".     26/10/15
245010     02  FILLER                  PIC X(22).                       26/10/15
245011     02  LR--CONTROL-IN-BATCH    PIC X(12).                       26/10/15
245012     02  LR--CONTROL-IN-CDATE    PIC X(8).                        26/10/15
245013 01  FILLER                      REDEFINES  LR--EVENT-IN-LINE.    26/10/15
245014     02  FILLER                  PIC X(30).                       26/10/15
245015     02  LR--CONTROL-IN-COUNT    PIC 9(9).                        26/10/15
245016     02  LR--CONTROL-IN-HASH     PIC 9(18).                       26/10/15
245017 01  FILLER                      REDEFINES  LR--EVENT-IN-LINE.    26/10/15
245018     02  FILLER                  PIC X($hash_skip).               26/10/15
245019     02  LR--EVENT-IN-HASH       PIC 9($hash_len).                26/10/15
245020:endif                                                            26/10/15
245021 01  LR--REJECT-LINE.                                             26/09/01
245040     02  LR--REJECT-OUT-MSGID    PIC X(7).                        26/09/01
245060     02  FILLER                  PIC X      VALUE SPACE.          26/09/01
245080     02  LR--REJECT-OUT-DATA     PIC X(80).                       26/10/15
245100 01  LR--REJECT-TOTAL-LINE.                                       26/09/01
245120     02  FILLER                  PIC X(8)   VALUE "LR0007I".      26/09/01
245140     02  LR--REJECT-OUT-COUNT    PIC Z(8)9.                       26/09/01
245160     02  FILLER                  PIC X(18)  VALUE                 26/09/01
245180         " records rejected".                                     26/09/01
245181:if "$controls" = "yes"                                           26/10/15
245182 01  LR--CONTROL-WORK.                                            26/10/15
245183     02  LR--CONTROL-HDR         PIC X      VALUE "N".            26/10/15
245184         88  LR--CONTROL-HAS-HEADER         VALUE "Y".            26/10/15
245185     02  LR--CONTROL-TRL         PIC X      VALUE "N".            26/10/15
245186         88  LR--CONTROL-HAS-TRAILER        VALUE "Y".            26/10/15
245187     02  LR--CONTROL-BAD         PIC X      VALUE "N".            26/10/15
245188         88  LR--CONTROL-OUT-OF-BALANCE     VALUE "Y".            26/10/15
245189     02  LR--CONTROL-DONE        PIC X      VALUE "N".            26/10/15
245190     02  LR--CONTROL-BATCH       PIC X(12)  VALUE SPACES.         26/10/15
245191     02  LR--CONTROL-CDATE       PIC X(8)   VALUE SPACES.         26/10/15
245192     02  LR--CONTROL-FAULT       PIC X(20)  VALUE SPACES.         26/10/15
245193     02  LR--CONTROL-NOTE        PIC X(20)  VALUE SPACES.         26/10/15
245194     02  LR--CONTROL-TRL-COUNT   PIC 9(9)   VALUE ZERO.           26/10/15
245195     02  LR--CONTROL-TRL-HASH    PIC 9(18)  VALUE ZERO.           26/10/15
245196     02  LR--CONTROL-READ        PIC S9(9)  COMP VALUE ZERO.      26/10/15
245197     02  LR--CONTROL-APPLIED     PIC S9(9)  COMP VALUE ZERO.      26/10/15
245198     02  LR--CONTROL-HASH        PIC S9(18) COMP VALUE ZERO.      26/10/15
245199     02  LR--CONTROL-SAVE-EVENT  PIC $swidth  COMP VALUE ZERO.    26/10/15
245200     02  LR--CONTROL-SAVE-DATA   PIC X(50)  VALUE SPACES.         26/10/15
245201     02  LR--CONTROL-FLAGS.                                       26/10/15
245202         03  LR--CONTROL-FLAG-COUNT PIC X(3).                     26/10/15
245203         03  LR--CONTROL-FLAG-HASH  PIC X(3).                     26/10/15
245204         03  LR--CONTROL-FLAG-SPLIT PIC X(3).                     26/10/15
245205 01  LR--CONTROL-REPORT-LINE.                                     26/10/15
245206     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
245207     02  LR--CONTROL-OUT-LABEL   PIC X(24)  VALUE SPACES.         26/10/15
245208     02  LR--CONTROL-OUT-TEXT    PIC X(20)  VALUE SPACES.         26/10/15
245209     02  FILLER                  REDEFINES  LR--CONTROL-OUT-TEXT. 26/10/15
245210         03  FILLER              PIC X(2).                        26/10/15
245211         03  LR--CONTROL-OUT-VALUE PIC Z(17)9.                    26/10/15
245212     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
245213     02  LR--CONTROL-OUT-FLAG    PIC X(3)   VALUE SPACES.         26/10/15
245214*    BATFILE HOLDS THE LAST BATCH THIS PROGRAM COMPLETED          26/10/15
245215 01  LR--BATCH-LINE.                                              26/10/15
245216     02  LR--BATCH-OUT-PROGRAM   PIC X(12)  VALUE "$SOURCE".      26/10/15
245217     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
245218     02  LR--BATCH-OUT-ID        PIC X(12).                       26/10/15
245219     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
245220     02  LR--BATCH-OUT-CDATE     PIC X(8).                        26/10/15
245221     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
245222     02  LR--BATCH-OUT-DATE      PIC 9(6).                        26/10/15
245223     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
245224     02  LR--BATCH-OUT-TIME      PIC 9(8).                        26/10/15
245225     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
245226     02  LR--BATCH-OUT-COUNT     PIC 9(9).                        26/10/15
245227 01  LR--BATCH-IN-LINE.                                           26/10/15
245228     02  FILLER                  PIC X(13).                       26/10/15
245229     02  LR--BATCH-IN-ID         PIC X(12).                       26/10/15
245230     02  FILLER                  PIC X(55).                       26/10/15
245231:endif                                                            26/10/15
245232:endif                                                            26/08/22
245233:if $timers > 0                                                   26/09/01
245236 01  LR--TIMER-WORK.                                              26/09/01
245254     02  THE-TIMER-EVENT         PIC $swidth  COMP VALUE ZERO.    26/09/01
245272     02  THE-TIMER-INTERVAL      PIC S9(5)  COMP VALUE ZERO.      26/09/01
245542         03  LR--TIMER-BASE-SECS PIC S9(9)  COMP.                 26/09/01
245560         03  LR--TIMER-SPAN-SECS PIC S9(9)  COMP.                 26/09/01
245578:endif                                                            26/09/01
245579:if "$sendfile" = "yes"                                           26/10/15
245580*    ACTION MODULES SEND AN EVENT TO THE NEXT PROGRAM IN THE JOB  26/10/15
245581*    STREAM BY MOVING ITS NAME TO THE-SEND-NAME AND ITS DATA TO   26/10/15
245582*    THE-SEND-PAYLOAD, THEN PERFORMING SEND-THE-EVENT.  THE RECORD26/10/15
245583*    HAS THE EVTFILE LAYOUT, SO THE NEXT PROGRAM'S EVENT READER   26/10/15
245584*    TAKES IT AS IT STANDS.  A CORRELATION ID TRAVELS IN THE FIRST26/10/15
245585*    12 COLUMNS OF THE PAYLOAD, THE-SEND-CORRELID.                26/10/15
245586 01  THE-SEND-EVENT.                                              26/10/15
245587     02  THE-SEND-NAME           PIC X(30)  VALUE SPACES.         26/10/15
245588     02  THE-SEND-PAYLOAD        PIC X(50)  VALUE SPACES.         26/10/15
245589     02  FILLER                  REDEFINES  THE-SEND-PAYLOAD.     26/10/15
245590         03  THE-SEND-CORRELID   PIC X(12).                       26/10/15
245591         03  THE-SEND-DATA       PIC X(38).                       26/10/15
245592:if "$sendctl" = "yes"                                            26/10/15
245593 01  FILLER                      REDEFINES  THE-SEND-EVENT.       26/10/15
245594     02  FILLER                  PIC X($hash_skip).               26/10/15
245595     02  LR--SEND-HASH-FIELD     PIC 9($hash_len).                26/10/15
245596:endif                                                            26/10/15
245597 01  LR--SEND-WORK.                                               26/10/15
245598     02  LR--SEND-OPEN           PIC X      VALUE "N".            26/10/15
245599     02  LR--SEND-WRITE          PIC X      VALUE "Y".            26/10/15
245600:if "$restart" = "yes"                                            26/10/15
245601     02  LR--SEND-CARRIED        PIC X      VALUE "N".            26/10/15
245602:endif                                                            26/10/15
245603     02  LR--SEND-TOTAL          PIC S9(9)  COMP VALUE ZERO.      26/10/15
245604     02  LR--SEND-OTHER          PIC S9(9)  COMP VALUE ZERO.      26/10/15
245605:if "$sendctl" = "yes"                                            26/10/15
245606     02  LR--SEND-HASH           PIC S9(18) COMP VALUE ZERO.      26/10/15
245607     02  LR--SEND-CLOCK          PIC 9(8).                        26/10/15
245608     02  FILLER                  REDEFINES LR--SEND-CLOCK.        26/10/15
245609         03  LR--SEND-CLOCK-HMS  PIC 9(6).                        26/10/15
245610         03  FILLER              PIC 9(2).                        26/10/15
245611:endif                                                            26/10/15
245612     02  LR--SEND-USED           PIC S9(4)  COMP VALUE ZERO.      26/10/15
245613     02  LR--SEND-SUB            PIC S9(4)  COMP VALUE ZERO.      26/10/15
245614     02  LR--SEND-SLOT           PIC S9(4)  COMP VALUE ZERO.      26/10/15
245615     02  LR--SEND-ENTRY          OCCURS $send_names TIMES.        26/10/15
245616         03  LR--SEND-ENAME      PIC X(30).                       26/10/15
245617         03  LR--SEND-COUNT      PIC S9(9)  COMP.                 26/10/15
245618 01  LR--SEND-REPORT-LINE.                                        26/10/15
245619     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
245620     02  LR--SEND-OUT-NAME       PIC X(30)  VALUE SPACES.         26/10/15
245621     02  LR--SEND-OUT-COUNT      PIC Z(17)9.                      26/10/15
245622:if "$sendctl" = "yes"                                            26/10/15
245623*    THE CONTROL RECORDS ARE THOSE THE EVENT READER RECONCILES;   26/10/15
245624*    THE HEADER'S BATCH ID IS THE RUN'S START DATE AND TIME       26/10/15
245625 01  LR--SEND-CONTROL-LINE.                                       26/10/15
245626     02  LR--SEND-CTL-TAG        PIC X(8).                        26/10/15
245627     02  FILLER                  PIC X(22).                       26/10/15
245628     02  LR--SEND-CTL-BATCH.                                      26/10/15
245629         03  LR--SEND-CTL-BDATE  PIC 9(6).                        26/10/15
245630         03  LR--SEND-CTL-BTIME  PIC 9(6).                        26/10/15
245631     02  LR--SEND-CTL-CDATE      PIC X(8).                        26/10/15
245632     02  FILLER                  PIC X(30).                       26/10/15
245633 01  FILLER                      REDEFINES  LR--SEND-CONTROL-LINE.26/10/15
245634     02  FILLER                  PIC X(30).                       26/10/15
245635     02  LR--SEND-CTL-COUNT      PIC 9(9).                        26/10/15
245636     02  LR--SEND-CTL-HASH       PIC 9(18).                       26/10/15
245637     02  FILLER                  PIC X(23).                       26/10/15
245638:endif                                                            26/10/15
245639:if "$restart" = "yes"                                            26/10/15
245640*    THE CHECKPOINT CARRIES THE SEND TOTALS (LRSNT) AND THE COUNT 26/10/15
245641*    FOR EACH NAME (LRSND) AS AT THE EVENT IT RE-RAISES; SENDS    26/10/15
245642*    SNDFILE ALREADY HOLDS ARE NOT WRITTEN AGAIN ON RESTART       26/10/15
245643 01  LR--SEND-CARRY-LINE.                                         26/10/15
245644     02  LR--SEND-CARRY-TAG      PIC X(6).                        26/10/15
245645     02  LR--SEND-CARRY-NAME     PIC X(30).                       26/10/15
245646     02  LR--SEND-CARRY-COUNT    PIC 9(9).                        26/10/15
245647     02  LR--SEND-CARRY-HASH     PIC 9(18).                       26/10/15
245648     02  LR--SEND-CARRY-OTHER    PIC 9(9).                        26/10/15
245649     02  FILLER                  PIC X(8).                        26/10/15
245650:endif                                                            26/10/15
245651:endif                                                            26/10/15
245652                                                                  09/01/13
245653:if "$runlog" = "yes"                                             26/09/01
245654 01  LR--RUNLOG-WORK.                                             26/09/01
245655     02  LR--RUN-TRANS-COUNT     PIC S9(9)  COMP VALUE ZERO.      26/09/01
245660     02  LR--RUN-JRNL-COUNT      PIC S9(9)  COMP VALUE ZERO.      26/09/01
245675 01  LR--RUNLOG-LINE.                                             26/09/01
245690     02  LR--RUNLOG-OUT-PROGRAM  PIC X(12)  VALUE "$SOURCE".      26/09/01
245930     02  LR--RUNLOG-OUT-ABEND    PIC X(4).                        26/09/01
245945     02  FILLER                  PIC X      VALUE SPACE.          26/09/01
245960     02  LR--RUNLOG-OUT-CODE     PIC 9(4).                        26/09/01
245961:if "$generations" = "yes"                                        26/10/15
245962     02  LR--RUNLOG-OUT-GEN      PIC 9(4)   VALUE ZERO.           26/10/15
245963 01  LR--GENERATION-WORK.                                         26/10/15
245964     02  LR--GEN-EOF             PIC X      VALUE "N".            26/10/15
245965     02  LR--GEN-LAST            PIC 9(4)   VALUE ZERO.           26/10/15
245966     02  LR--GEN-NUMBER          PIC 9(4)   VALUE ZERO.           26/10/15
245967     02  LR--GEN-FILE            PIC X(8)   VALUE SPACES.         26/10/15
245968     02  LR--GEN-PREFIX          PIC X(40)  VALUE SPACES.         26/10/15
245969     02  LR--GEN-DATASET         PIC X(80)  VALUE SPACES.         26/10/15
245970     02  LR--GEN-CLOCK           PIC 9(8)   VALUE ZERO.           26/10/15
245971     02  LR--GEN-CLOCK-X         REDEFINES LR--GEN-CLOCK.         26/10/15
245972         03  LR--GEN-HHMMSS      PIC 9(6).                        26/10/15
245973         03  FILLER              PIC 99.                          26/10/15
245974:if "$journal" = "yes"                                            26/10/15
245975     02  LR--GEN-REPLAY          PIC X      VALUE "N".            26/10/15
245976     02  LR--GEN-WANTED          PIC X(4)   VALUE SPACES.         26/10/15
245977     02  LR--GEN-REPLAY-NUMBER   PIC 9(4)   VALUE ZERO.           26/10/15
245978     02  LR--GEN-REPLAY-DATASET  PIC X(80)  VALUE SPACES.         26/10/15
245979:endif                                                            26/10/15
245980:endif                                                            26/10/15
245981:endif                                                            26/09/01
245982:if $opcom > 0                                                    26/09/01
245983 01  LR--OPCOM-WORK.                                              26/09/01
245984     02  LR--OPCOM-COUNT         PIC S9(4)  COMP VALUE ZERO.      26/09/01
245985     02  LR--COMMAND-EOF         PIC X      VALUE "N".            26/09/01
245986     02  LR--COMMAND-OK          PIC X      VALUE "N".            26/09/01
245987 01  LR--COMMAND-LINE.                                            26/09/01
245989     02  LR--COMMAND-VERB        PIC X(8).                        26/09/01
245991     02  FILLER                  PIC X(72).                       26/09/01
329200:if "$profile" = "yes"                                            26/08/22
329600         PERFORM LR--INIT-PROFILE                                 26/08/22
330000:endif                                                            26/08/22
330025:if "$timing" = "yes"                                             26/10/15
330050         PERFORM LR--INIT-TIMING                                  26/10/15
330075:endif                                                            26/10/15
330100:if $timers > 0                                                   26/09/01
330200         PERFORM LR--INIT-TIMER-TABLE                             26/09/01
330300:endif                                                            26/09/01
346000:if "$profile" = "yes"                                            26/08/22
346400         PERFORM LR--INIT-PROFILE                                 26/08/22
346800:endif                                                            26/08/22
346825:if "$timing" = "yes"                                             26/10/15
346850         PERFORM LR--INIT-TIMING                                  26/10/15
346875:endif                                                            26/10/15
346900:if $timers > 0                                                   26/09/01
347000         PERFORM LR--INIT-TIMER-TABLE                             26/09/01
347100:endif                                                            26/09/01
352000:if "$profile" = "yes"                                            26/08/22
352400     PERFORM LR--INIT-PROFILE                                     26/08/22
352800:endif                                                            26/08/22
352825:if "$timing" = "yes"                                             26/10/15
352850     PERFORM LR--INIT-TIMING                                      26/10/15
352875:endif                                                            26/10/15
352900:if $timers > 0                                                   26/09/01
353000     PERFORM LR--INIT-TIMER-TABLE                                 26/09/01
353100:endif                                                            26/09/01
367600     .                                                            95/03/29
368000 LR--STOP-PROGRAM.                                                95/10/01
368400:if $recorder > 0                                                 26/08/22
368404:if "$incident" = "yes"                                           26/10/15
368408     MOVE LR--ABEND-FEEDBACK TO LR--DUMP-OUT-FEEDBACK             26/10/15
368412     MOVE LR--ABEND-CODE     TO LR--DUMP-OUT-CODE                 26/10/15
368416:endif                                                            26/10/15
368800     PERFORM LR--DUMP-FLIGHT-RECORDER                             26/08/22
369200:endif                                                            26/08/22
369300:if "$timing" = "yes"                                             26/10/15
369400     PERFORM LR--WRITE-TIMING-REPORT                              26/10/15
369500:endif                                                            26/10/15
369600:if "$recover" = "yes"                                            09/01/13
370000:if "$restart" = "yes"                                            26/08/22
370400*    KEEP THE LAST GOOD CHECKPOINT WHEN THE FAILING EVENT IS      26/08/22
380228     CLOSE LR--EVENT-FILE                                         26/09/01
380285     CLOSE LR--REJECT-FILE                                        26/09/01
380342:endif                                                            26/09/01
380344:if "$sendfile" = "yes"                                           26/10/15
380346     PERFORM LR--ABANDON-SEND-FILE                                26/10/15
380348:endif                                                            26/10/15
380351:if "$runlog" = "yes"                                             26/09/01
380360     MOVE LR--ABEND-FEEDBACK TO LR--RUNLOG-OUT-ABEND              26/09/01
380369     MOVE LR--ABEND-CODE TO LR--RUNLOG-OUT-CODE                   26/09/01
383600:endif                                                            26/08/22
384000     GOBACK                                                       09/02/10
384400:else                                                             09/02/10
384404:if "$jobctl" = "yes"                                             26/10/15
384408*    UNDER THE JOB-STREAM CONTROLLER (OPERATION STEP) THE ABEND   26/10/15
384412*    IS HANDED BACK AS FEEDBACK, SO THE CONTROLLER CAN RECORD IT  26/10/15
384416     IF $SOURCE-OPERATION = "STEP"                                26/10/15
384420         MOVE LR--ABEND-FEEDBACK TO $SOURCE-FEEDBACK              26/10/15
384424         MOVE LR--ABEND-CODE TO RETURN-CODE                       26/10/15
384428         EXIT PROGRAM                                             26/10/15
384432     .                                                            26/10/15
384436:endif                                                            26/10/15
384800     MOVE LR--ABEND-CODE TO RETURN-CODE                           26/08/22
385200     STOP RUN                                                     09/02/10
385600:endif                                                            09/02/10
387600     PERFORM LR--CHECK-RUN-LIMITS                                 26/08/22
388000:endif                                                            26/08/22
388400     MOVE THE-NEXT-EVENT TO LR--EVENT                             95/03/29
388450:if "$sendfile" = "yes"                                           26/10/15
388500:if "$restart" = "yes"                                            26/10/15
388550     IF LR--SEND-SNAP-DUE = "Y"                                   26/10/15
388600         PERFORM LR--TAKE-SEND-SNAPSHOT                           26/10/15
388650     .                                                            26/10/15
388700:endif                                                            26/10/15
388750:endif                                                            26/10/15
388800:if check                                                         95/03/29
389200     IF LR--EVENT > $events OR LR--EVENT < 1                      26/08/22
389202         MOVE "LR0101E" TO LR--MSG-ID                             26/09/01
397400     ADD 1 TO LR--RUN-TRANS-COUNT                                 26/09/01
397500:endif                                                            26/09/01
397600     MOVE LR--STATE                         TO LR--SAVEST         95/03/29
397700:if "$timing" = "yes"                                             26/10/15
397800     PERFORM LR--START-EVENT-CLOCK                                26/10/15
397900:endif                                                            26/10/15
398000     MOVE LR--ACTION (LR--STATE, LR--EVENT) TO LR--INDEX          95/03/29
398400:if defaults                                                      09/02/10
398800     MOVE "N" TO LR--DEFAULTS-USED                                09/02/10
432400         UNTIL LR--MODULE (LR--VECPTR) = ZERO                     95/03/29
432800            OR EXCEPTION-IS-RAISED                                95/03/29
433200:endif                                                            26/08/22
433300:if "$timing" = "yes"                                             26/10/15
433400     PERFORM LR--STOP-MODULE-CLOCK                                26/10/15
433500:endif                                                            26/10/15
433600                                                                  95/03/29
434000     IF EXCEPTION-IS-RAISED                                       95/03/29
434400         PERFORM LR--GET-EXCEPTION-EVENT                          95/03/29
437798         PERFORM LR--CHANGE-STATE-HOOKS                           26/09/01
437864     .                                                            26/09/01
437930:endif                                                            26/09/01
437947:if "$timing" = "yes"                                             26/10/15
437964     PERFORM LR--STOP-EVENT-CLOCK                                 26/10/15
437981:endif                                                            26/10/15
438000     IF THE-NEXT-EVENT = LR--NULL-EVENT                           95/03/29
438400:if "$need_fetch" = "yes"                                         26/08/22
438800         PERFORM LR--FETCH-EXTERNAL-EVENT                         26/08/22
449600                                                                  95/03/29
450000 LR--EXECUTE-ACTION-VECTOR.                                       95/03/29
450400     MOVE LR--MODULE (LR--VECPTR) TO LR--MODNBR                   95/04/26
450500:if "$timing" = "yes"                                             26/10/15
450600     PERFORM LR--STOP-MODULE-CLOCK                                26/10/15
450700:endif                                                            26/10/15
450800:if "$profile" = "yes"                                            26/08/22
451200     ADD 1 TO LR--MODULE-COUNT (LR--MODNBR)                       26/08/22
451600:endif                                                            26/08/22
459200 .                                                                09/01/27
459600:endif                                                            09/01/27
460000:endif                                                            95/10/01
460100:if "$timing" = "yes"                                             26/10/15
460200     PERFORM LR--START-MODULE-CLOCK                               26/10/15
460300:endif                                                            26/10/15
460400:set number_fmt = "%02ld"                                         95/03/31
460800:if "$fastdispatch" = "yes"                                       26/08/22
461200:set number_fmt = "%03ld"                                         26/08/22
493088     MOVE THE-NEXT-EVENT TO LR--EVENT                             26/09/01
493090     MOVE "LR0009I" TO LR--MSG-ID                                 26/09/01
493092     PERFORM LR--PUT-MESSAGE                                      26/09/01
493094*    NOR HAS IT SENT ANYTHING: THE SEND TOTALS STAND AS THEY ARE  26/10/15
493096:if "$sendfile" = "yes"                                           26/10/15
493100     PERFORM LR--TAKE-SEND-SNAPSHOT                               26/10/15
493104:endif                                                            26/10/15
493108     MOVE  +4  TO LR--ABEND-CODE                                  26/09/01
493112     MOVE "QSCE" TO LR--ABEND-FEEDBACK                            26/09/01
493116     PERFORM LR--STOP-PROGRAM                                     26/09/01
505613     IF LR--MSG-BODY = SPACES                                     26/09/01
505614         PERFORM LR--FIND-DEFAULT-TEXT                            26/09/01
505615           VARYING LR--MSG-SUB FROM 1 BY 1                        26/09/01
505616             UNTIL LR--MSG-SUB > 53                               26/10/15
505617                OR LR--MSG-BODY NOT = SPACES                      26/09/01
505618     .                                                            26/09/01
505619     DISPLAY LR--MSG-ID " " LR--MSG-BODY " " LR--MSG-DETAIL       26/09/01
505620:if "$console" != ""                                              26/09/01
505621             $console                                             26/09/01
505622:endif                                                            26/09/01
505626:if "$incident" = "yes"                                           26/10/15
505630     IF LR--MSG-SEVERITY = "E"                                    26/10/15
505634         MOVE LR--MSG-ID     TO LR--DUMP-OUT-MSGID                26/10/15
505638         MOVE LR--MSG-DETAIL TO LR--DUMP-OUT-DETAIL               26/10/15
505642     .                                                            26/10/15
505646:endif                                                            26/10/15
505650     MOVE SPACES TO LR--MSG-DETAIL                                26/09/01
505654     .                                                            26/09/01
505658                                                                  26/09/01
505662 LR--FIND-DEFAULT-TEXT.                                           26/09/01
505666     IF LR--DEF-ID (LR--MSG-SUB) = LR--MSG-ID                     26/09/01
505670         MOVE LR--DEF-TEXT (LR--MSG-SUB) TO LR--MSG-BODY          26/09/01
505674     .                                                            26/09/01
505678                                                                  26/09/01
505682 LR--PUT-STATE-MESSAGE.                                           26/09/01
505686     MOVE LR--STATE TO LR--MSG-NBR-1                              26/09/01
505690     STRING "state " DELIMITED BY SIZE                            26/09/01
505694            LR--MSG-NBR-1 DELIMITED BY SIZE                       26/09/01
505698       INTO LR--MSG-DETAIL                                        26/09/01
505702     PERFORM LR--PUT-MESSAGE                                      26/09/01
505706     .                                                            26/09/01
505710                                                                  26/09/01
505714 LR--PUT-STATE-EVENT-MESSAGE.                                     26/09/01
505718     MOVE LR--STATE TO LR--MSG-NBR-1                              26/09/01
505722     MOVE LR--EVENT TO LR--MSG-NBR-2                              26/09/01
505726     STRING "state " DELIMITED BY SIZE                            26/09/01
505730            LR--MSG-NBR-1 DELIMITED BY SIZE                       26/09/01
505734            " event " DELIMITED BY SIZE                           26/09/01
505738            LR--MSG-NBR-2 DELIMITED BY SIZE                       26/09/01
505742       INTO LR--MSG-DETAIL                                        26/09/01
505746     PERFORM LR--PUT-MESSAGE                                      26/09/01
505750     .                                                            26/09/01
505754                                                                  26/09/01
505758:if "$msgfile" = "yes"                                            26/09/01
505762 LR--FIND-CATALOG-TEXT.                                           26/09/01
505766     IF LR--CAT-ID (LR--MSG-SUB) = LR--MSG-ID                     26/09/01
505770         MOVE LR--CAT-TEXT (LR--MSG-SUB) TO LR--MSG-BODY          26/09/01
505774     .                                                            26/09/01
505778                                                                  26/09/01
505782*    THE CATALOG IS OPTIONAL: WHEN MSGFILE IS ABSENT OR UNUSABLE  26/09/01
505786*    THE BUILT-IN TEXTS APPLY.  RECORDS CARRY THE ID IN COLUMNS   26/09/01
505790*    1-7 AND THE TEXT IN COLUMNS 9-48; "*" OR BLANK RECORDS ARE   26/09/01
505794*    IGNORED.  THIS IS HOW SITES RUN THEIR CONSOLES IN ANOTHER    26/09/01
505798*    LANGUAGE WITHOUT REGENERATING EVERY PROGRAM                  26/09/01
505802 LR--LOAD-MESSAGE-CATALOG.                                        26/09/01
505806     MOVE ZERO TO LR--CAT-COUNT                                   26/09/01
505810     MOVE "N" TO LR--CATALOG-EOF                                  26/09/01
505814     OPEN INPUT LR--MESSAGE-FILE                                  26/09/01
505818     IF LR--MESSAGE-STATUS NOT = "00"                             26/09/01
505822         MOVE "Y" TO LR--CATALOG-EOF                              26/09/01
505826     .                                                            26/09/01
505830     PERFORM LR--READ-CATALOG-RECORD                              26/09/01
505834       UNTIL LR--CATALOG-EOF = "Y"                                26/09/01
505838          OR LR--CAT-COUNT NOT < 64                               26/09/01
505842     CLOSE LR--MESSAGE-FILE                                       26/09/01
505846     .                                                            26/09/01
505850                                                                  26/09/01
505854 LR--READ-CATALOG-RECORD.                                         26/09/01
505858     READ LR--MESSAGE-FILE INTO LR--CATMSG-LINE                   26/09/01
505862         AT END MOVE "Y" TO LR--CATALOG-EOF                       26/09/01
505866     .                                                            26/09/01
505870     IF LR--CATALOG-EOF NOT = "Y"                                 26/09/01
505874        AND LR--MESSAGE-STATUS NOT = "00"                         26/09/01
505878         MOVE "Y" TO LR--CATALOG-EOF                              26/09/01
505882         MOVE "LR0132W" TO LR--MSG-ID                             26/09/01
505886         MOVE LR--MESSAGE-STATUS TO LR--MSG-DETAIL                26/09/01
505890         PERFORM LR--PUT-MESSAGE                                  26/09/01
505894     .                                                            26/09/01
505898     IF LR--CATALOG-EOF NOT = "Y"                                 26/09/01
505902        AND LR--CATMSG-ID NOT = SPACES                            26/09/01
505906        AND LR--CATMSG-FLAG NOT = "*"                             26/09/01
505910         ADD 1 TO LR--CAT-COUNT                                   26/09/01
505914         MOVE LR--CATMSG-ID TO LR--CAT-ID (LR--CAT-COUNT)         26/09/01
505918         MOVE LR--CATMSG-TEXT TO LR--CAT-TEXT (LR--CAT-COUNT)     26/09/01
505922     .                                                            26/09/01
505926                                                                  26/09/01
505930:endif                                                            26/09/01
505934                                                                  26/09/01
506000:if "$journal" = "yes"                                            26/08/22
506400 LR--OPEN-JOURNAL.                                                26/08/22
506800     MOVE "N" TO LR--REPLAY-MODE                                  26/08/22
511112     IF LR--IS-REPLAY                                             26/09/01
511124         PERFORM LR--VERIFY-JOURNAL-SIGNATURE                     26/09/01
511136     ELSE                                                         26/09/01
511139:if "$incident" = "yes"                                           26/10/15
511142         MOVE LR--SIG-OUT-STAMPED TO LR--JH-SIGNED                26/10/15
511145:else                                                             26/10/15
511148         MOVE LR--SIG-OUT-VALUE TO LR--JH-SIGNED                  26/10/15
511152:endif                                                            26/10/15
511156         WRITE LR--JOURNAL-RECORD FROM LR--JOURNAL-HEAD           26/10/15
511160         IF LR--JOURNAL-STATUS NOT = "00"                         26/09/01
511172             PERFORM LR--JOURNAL-ERROR                            26/09/01
511184     .                                                            26/09/01
524816     ACCEPT LR--RUNLOG-OUT-STIME FROM TIME                        26/09/01
524818     MOVE ZERO TO LR--RUN-TRANS-COUNT                             26/09/01
524820     MOVE ZERO TO LR--RUN-JRNL-COUNT                              26/09/01
524821:if "$incident" = "yes"                                           26/10/15
524822     MOVE LR--RUNLOG-OUT-SDATE TO LR--SIG-OUT-SDATE               26/10/15
524823     MOVE LR--RUNLOG-OUT-STIME TO LR--SIG-OUT-STIME               26/10/15
524824:endif                                                            26/10/15
524825:if "$generations" = "yes"                                        26/10/15
524826     PERFORM LR--NEW-GENERATION                                   26/10/15
524827:endif                                                            26/10/15
524828     .                                                            26/09/01
524830                                                                  26/09/01
524832:if "$generations" = "yes"                                        26/10/15
524834*    EACH RUN WRITES ITS EVIDENCE FILES AS A NEW GENERATION, SO A 26/10/15
524836*    RERUN NEVER OVERWRITES THE FILES OF AN EARLIER RUN.  THE NEXT26/10/15
524838*    NUMBER FOR THIS PROGRAM IS TAKEN FROM THE GENCAT CATALOG, AND26/10/15
524840*    EACH FILE IS NAMED <LRGENPFX><PROGRAM>.<FILE>.Gnnnn.Dyymmdd. 26/10/15
524842*    Thhmmss FROM THE RUN START STAMP.  THE NAME IS LISTED IN     26/10/15
524844*    GENCAT AND SET IN THE ENVIRONMENT BEFORE THE FILE IS OPENED; 26/10/15
524846*    THE RUNFILE RECORD CARRIES THE NUMBER IN COLUMNS 77-80.  IF  26/10/15
524848*    GENCAT CANNOT BE USED THE FILES KEEP THEIR USUAL NAMES.      26/10/15
524850 LR--NEW-GENERATION.                                              26/10/15
524852     MOVE "N" TO LR--GENCAT-DEAD                                  26/10/15
524854     MOVE "N" TO LR--GEN-EOF                                      26/10/15
524856     MOVE ZERO TO LR--GEN-LAST                                    26/10/15
524858     MOVE ZERO TO LR--RUNLOG-OUT-GEN                              26/10/15
524860:if "$journal" = "yes"                                            26/10/15
524862     MOVE "N" TO LR--GEN-REPLAY                                   26/10/15
524864     ACCEPT LR--GEN-REPLAY FROM ENVIRONMENT "LRREPLAY"            26/10/15
524866     MOVE SPACES TO LR--GEN-WANTED                                26/10/15
524868     ACCEPT LR--GEN-WANTED FROM ENVIRONMENT "LRGENREPLAY"         26/10/15
524870     MOVE SPACES TO LR--GEN-REPLAY-DATASET                        26/10/15
524872:endif                                                            26/10/15
524874     OPEN INPUT LR--GENCAT-FILE                                   26/10/15
524876     IF LR--GENCAT-STATUS = "00"                                  26/10/15
524878        OR LR--GENCAT-STATUS = "05"                               26/10/15
524880         PERFORM LR--READ-GENERATION                              26/10/15
524882           UNTIL LR--GEN-EOF = "Y"                                26/10/15
524884         CLOSE LR--GENCAT-FILE                                    26/10/15
524886     ELSE                                                         26/10/15
524888         PERFORM LR--GENERATION-ERROR                             26/10/15
524890     .                                                            26/10/15
524892     IF LR--GENCAT-DEAD NOT = "Y"                                 26/10/15
524894         PERFORM LR--TAKE-GENERATION                              26/10/15
524896     .                                                            26/10/15
524898:if "$journal" = "yes"                                            26/10/15
524900     IF LR--GEN-REPLAY = "Y"                                      26/10/15
524902         PERFORM LR--REPLAY-GENERATION                            26/10/15
524904     .                                                            26/10/15
524906:endif                                                            26/10/15
524908                                                                  26/10/15
524910*    THE LAST GENERATION LISTED FOR THIS PROGRAM IS ITS LATEST    26/10/15
524912 LR--READ-GENERATION.                                             26/10/15
524914     READ LR--GENCAT-FILE                                         26/10/15
524916         AT END                                                   26/10/15
524918             MOVE "Y" TO LR--GEN-EOF                              26/10/15
524920     .                                                            26/10/15
524922     IF LR--GENCAT-STATUS NOT = "00"                              26/10/15
524924        AND LR--GENCAT-STATUS NOT = "10"                          26/10/15
524926         MOVE "Y" TO LR--GEN-EOF                                  26/10/15
524928         PERFORM LR--GENERATION-ERROR                             26/10/15
524930     .                                                            26/10/15
524932     IF LR--GEN-EOF NOT = "Y"                                     26/10/15
524934        AND LR--GENCAT-PROGRAM = LR--RUNLOG-OUT-PROGRAM           26/10/15
524936        AND LR--GENCAT-NUMBER NUMERIC                             26/10/15
524938         MOVE LR--GENCAT-NUMBER TO LR--GEN-LAST                   26/10/15
524940:if "$journal" = "yes"                                            26/10/15
524942         IF LR--GENCAT-DDNAME = "JRNFILE"                         26/10/15
524944            AND (LR--GEN-WANTED = SPACES                          26/10/15
524946             OR LR--GEN-WANTED = LR--GENCAT-NUMBER-X)             26/10/15
524948             MOVE LR--GENCAT-NUMBER  TO LR--GEN-REPLAY-NUMBER     26/10/15
524950             MOVE LR--GENCAT-DATASET TO LR--GEN-REPLAY-DATASET    26/10/15
524952:endif                                                            26/10/15
524954     .                                                            26/10/15
524956                                                                  26/10/15
524958 LR--TAKE-GENERATION.                                             26/10/15
524960     IF LR--GEN-LAST = 9999                                       26/10/15
524962         MOVE 1 TO LR--GEN-NUMBER                                 26/10/15
524964     ELSE                                                         26/10/15
524966         ADD 1 TO LR--GEN-LAST GIVING LR--GEN-NUMBER              26/10/15
524968     .                                                            26/10/15
524970     MOVE SPACES TO LR--GEN-PREFIX                                26/10/15
524972     ACCEPT LR--GEN-PREFIX FROM ENVIRONMENT "LRGENPFX"            26/10/15
524974     MOVE LR--RUNLOG-OUT-STIME TO LR--GEN-CLOCK                   26/10/15
524976     OPEN EXTEND LR--GENCAT-FILE                                  26/10/15
524978     IF LR--GENCAT-STATUS = "00"                                  26/10/15
524980        OR LR--GENCAT-STATUS = "05"                               26/10/15
524982         PERFORM LR--WRITE-GENERATION                             26/10/15
524984         CLOSE LR--GENCAT-FILE                                    26/10/15
524986     ELSE                                                         26/10/15
524988         PERFORM LR--GENERATION-ERROR                             26/10/15
524990     .                                                            26/10/15
524992     IF LR--GENCAT-DEAD NOT = "Y"                                 26/10/15
524994         MOVE "LR0015I" TO LR--MSG-ID                             26/10/15
524996         STRING "G" LR--GEN-NUMBER " D" LR--RUNLOG-OUT-SDATE      26/10/15
524998                " T" LR--GEN-HHMMSS DELIMITED BY SIZE             26/10/15
525000           INTO LR--MSG-DETAIL                                    26/10/15
525002         PERFORM LR--PUT-MESSAGE                                  26/10/15
525004     .                                                            26/10/15
525006                                                                  26/10/15
525008 LR--WRITE-GENERATION.                                            26/10/15
525010     MOVE LR--GEN-NUMBER TO LR--RUNLOG-OUT-GEN                    26/10/15
525012:if "$trace" = "yes"                                              26/10/15
525014     MOVE "TRCFILE" TO LR--GEN-FILE                               26/10/15
525016     PERFORM LR--ASSIGN-GENERATION                                26/10/15
525018:endif                                                            26/10/15
525020:if "$journal" = "yes"                                            26/10/15
525022*    A REPLAY RUN READS AN EARLIER JOURNAL AND WRITES NONE        26/10/15
525024     IF LR--GEN-REPLAY NOT = "Y"                                  26/10/15
525026         MOVE "JRNFILE" TO LR--GEN-FILE                           26/10/15
525028         PERFORM LR--ASSIGN-GENERATION                            26/10/15
525030     .                                                            26/10/15
525032:endif                                                            26/10/15
525034:if "$profile" = "yes"                                            26/10/15
525036     MOVE "PRFFILE" TO LR--GEN-FILE                               26/10/15
525038     PERFORM LR--ASSIGN-GENERATION                                26/10/15
525040:endif                                                            26/10/15
525042:if "$timing" = "yes"                                             26/10/15
525044     MOVE "TIMFILE" TO LR--GEN-FILE                               26/10/15
525046     PERFORM LR--ASSIGN-GENERATION                                26/10/15
525048:endif                                                            26/10/15
525050:if $recorder > 0                                                 26/10/15
525052     MOVE "DMPFILE" TO LR--GEN-FILE                               26/10/15
525054     PERFORM LR--ASSIGN-GENERATION                                26/10/15
525056:endif                                                            26/10/15
525058:if "$eventfile" = "yes"                                          26/10/15
525060     MOVE "REJFILE" TO LR--GEN-FILE                               26/10/15
525062     PERFORM LR--ASSIGN-GENERATION                                26/10/15
525064:endif                                                            26/10/15
525066     .                                                            26/10/15
525068                                                                  26/10/15
525070*    A FILE IS ONLY RENAMED ONCE ITS GENERATION IS IN THE CATALOG 26/10/15
525072 LR--ASSIGN-GENERATION.                                           26/10/15
525074     IF LR--GENCAT-DEAD NOT = "Y"                                 26/10/15
525076         MOVE SPACES TO LR--GEN-DATASET                           26/10/15
525078         STRING LR--GEN-PREFIX         DELIMITED BY SPACE         26/10/15
525080                LR--RUNLOG-OUT-PROGRAM DELIMITED BY SPACE         26/10/15
525082                "."                    DELIMITED BY SIZE          26/10/15
525084                LR--GEN-FILE           DELIMITED BY SPACE         26/10/15
525086                ".G" LR--GEN-NUMBER    DELIMITED BY SIZE          26/10/15
525088                ".D" LR--RUNLOG-OUT-SDATE DELIMITED BY SIZE       26/10/15
525090                ".T" LR--GEN-HHMMSS    DELIMITED BY SIZE          26/10/15
525092           INTO LR--GEN-DATASET                                   26/10/15
525094         MOVE SPACES TO LR--GENCAT-RECORD                         26/10/15
525096         MOVE LR--RUNLOG-OUT-PROGRAM TO LR--GENCAT-PROGRAM        26/10/15
525098         MOVE LR--GEN-NUMBER         TO LR--GENCAT-NUMBER         26/10/15
525100         MOVE LR--RUNLOG-OUT-SDATE   TO LR--GENCAT-SDATE          26/10/15
525102         MOVE LR--RUNLOG-OUT-STIME   TO LR--GENCAT-STIME          26/10/15
525104         MOVE LR--GEN-FILE           TO LR--GENCAT-DDNAME         26/10/15
525106         MOVE LR--GEN-DATASET        TO LR--GENCAT-DATASET        26/10/15
525108         WRITE LR--GENCAT-RECORD                                  26/10/15
525110         IF LR--GENCAT-STATUS NOT = "00"                          26/10/15
525112             PERFORM LR--GENERATION-ERROR                         26/10/15
525114         ELSE                                                     26/10/15
525116             DISPLAY LR--GEN-FILE UPON ENVIRONMENT-NAME           26/10/15
525118             DISPLAY LR--GEN-DATASET UPON ENVIRONMENT-VALUE       26/10/15
525120     .                                                            26/10/15
525122                                                                  26/10/15
525124:if "$journal" = "yes"                                            26/10/15
525126*    LRREPLAY=Y REPLAYS THE LATEST JOURNAL GENERATION OF THIS     26/10/15
525128*    PROGRAM, OR THE ONE NAMED IN LRGENREPLAY (FOUR DIGITS)       26/10/15
525130 LR--REPLAY-GENERATION.                                           26/10/15
525132     IF LR--GEN-REPLAY-DATASET = SPACES                           26/10/15
525134         MOVE "LR0141W" TO LR--MSG-ID                             26/10/15
525136         MOVE LR--GEN-WANTED TO LR--MSG-DETAIL                    26/10/15
525138         PERFORM LR--PUT-MESSAGE                                  26/10/15
525140     ELSE                                                         26/10/15
525142         DISPLAY "JRNFILE" UPON ENVIRONMENT-NAME                  26/10/15
525144         DISPLAY LR--GEN-REPLAY-DATASET UPON ENVIRONMENT-VALUE    26/10/15
525146         MOVE "LR0016I" TO LR--MSG-ID                             26/10/15
525148         STRING "G" LR--GEN-REPLAY-NUMBER DELIMITED BY SIZE       26/10/15
525150           INTO LR--MSG-DETAIL                                    26/10/15
525152         PERFORM LR--PUT-MESSAGE                                  26/10/15
525154     .                                                            26/10/15
525156                                                                  26/10/15
525158:endif                                                            26/10/15
525160 LR--GENERATION-ERROR.                                            26/10/15
525162     MOVE "Y" TO LR--GENCAT-DEAD                                  26/10/15
525164     MOVE ZERO TO LR--RUNLOG-OUT-GEN                              26/10/15
525166     MOVE "LR0140W" TO LR--MSG-ID                                 26/10/15
525168     MOVE LR--GENCAT-STATUS TO LR--MSG-DETAIL                     26/10/15
525170     PERFORM LR--PUT-MESSAGE                                      26/10/15
525172     .                                                            26/10/15
525174                                                                  26/10/15
525176:endif                                                            26/10/15
525178:endif                                                            26/09/01
525180:if "$need_fetch" = "yes"                                         26/08/22
525200 LR--FETCH-EXTERNAL-EVENT.                                        26/08/22
525600:if $queue_max > 0                                                26/08/22
526000*    INTERNALLY POSTED EVENTS ARE CONSUMED, FIRST IN FIRST OUT,   26/08/22
538418*    30 COLUMNS OF EACH EVTFILE RECORD AND RAISES THE MATCHING    26/09/01
538424*    DIALOG EVENT.  BLANK OR UNMATCHED NAMES GO TO THE REJECT FILE26/09/01
538430*    WITH THE MESSAGE ID OF THE REASON AND THE RUN CARRIES ON.    26/09/01
538431*    COLUMNS 31-80 ARE THE PAYLOAD: A MATCHED RECORD HANDS THEM TO26/10/15
538432*    THE ACTION MODULES IN THE-EVENT-DATA, AND A REJECTED RECORD  26/10/15
538433*    KEEPS THEM, WHOLE, ON ITS REJFILE LINE.                      26/10/15
538436*    END OF FILE RAISES THE END-OF-FILE EVENT WHEN THE DIALOG     26/09/01
538442*    DEFINES ONE, AND OTHERWISE TERMINATES CLEANLY.               26/09/01
538448 LR--GET-FILE-EVENT.                                              26/09/01
538538         PERFORM LR--END-OF-EVENT-FILE                            26/09/01
538544     ELSE                                                         26/09/01
538547         ADD 1 TO LR--EVENT-READ-COUNT                            26/09/01
538550:if "$controls" = "yes"                                           26/10/15
538551         PERFORM LR--CLASSIFY-EVENT-RECORD                        26/10/15
538552:else                                                             26/10/15
538553         PERFORM LR--MATCH-EVENT-NAME                             26/10/15
538554:endif                                                            26/10/15
538556     .                                                            26/09/01
538562                                                                  26/09/01
538568 LR--MATCH-EVENT-NAME.                                            26/09/01
538622         IF THE-NEXT-EVENT = LR--NULL-EVENT                       26/09/01
538628             MOVE "LR0117W" TO LR--REJECT-OUT-MSGID               26/09/01
538634             PERFORM LR--WRITE-REJECT-RECORD                      26/09/01
538636         ELSE                                                     26/10/15
538638             MOVE LR--EVENT-IN-DATA TO THE-EVENT-DATA             26/10/15
538640     .                                                            26/09/01
538646                                                                  26/09/01
538652 LR--SCAN-EVENT-NAME.                                             26/09/01
538703     .                                                            26/09/01
538712                                                                  26/09/01
538718 LR--END-OF-EVENT-FILE.                                           26/09/01
538719:if "$controls" = "yes"                                           26/10/15
538720     IF LR--CONTROL-DONE NOT = "Y"                                26/10/15
538721         PERFORM LR--RECONCILE-CONTROLS                           26/10/15
538722     .                                                            26/10/15
538723:endif                                                            26/10/15
538724:if event "End-Of-File"                                           26/09/01
538730     MOVE END-OF-FILE-EVENT TO THE-NEXT-EVENT                     26/09/01
538732*    END OF FILE CARRIES NO RECORD, SO IT CARRIES NO PAYLOAD      26/10/15
538734     MOVE SPACES TO THE-EVENT-DATA                                26/10/15
538736:else                                                             26/09/01
538742     MOVE TERMINATE-EVENT TO THE-NEXT-EVENT                       26/09/01
538748:endif                                                            26/09/01
538754     .                                                            26/09/01
538760                                                                  26/09/01
538761:if "$controls" = "yes"                                           26/10/15
538762*    CONTROL RECORDS RAISE NO EVENT AND ARE NEVER REJECTED; EVERY 26/10/15
538763*    OTHER RECORD IS DATA AND GOES THROUGH THE NAME MATCH.  A     26/10/15
538764*    CONTROL RECORD OUT OF PLACE IS NOTED AS A FAULT AND FAILS    26/10/15
538765*    THE RECONCILIATION AT END OF FILE.                           26/10/15
538766 LR--CLASSIFY-EVENT-RECORD.                                       26/10/15
538767     IF LR--CONTROL-IS-HEADER                                     26/10/15
538768         PERFORM LR--TAKE-CONTROL-HEADER                          26/10/15
538769     ELSE                                                         26/10/15
538770         IF LR--CONTROL-IS-TRAILER                                26/10/15
538771             PERFORM LR--TAKE-CONTROL-TRAILER                     26/10/15
538772         ELSE                                                     26/10/15
538773             PERFORM LR--TAKE-DATA-RECORD                         26/10/15
538774     .                                                            26/10/15
538775                                                                  26/10/15
538776 LR--TAKE-CONTROL-HEADER.                                         26/10/15
538777     IF LR--CONTROL-HAS-HEADER                                    26/10/15
538778        OR LR--CONTROL-HAS-TRAILER                                26/10/15
538779        OR LR--CONTROL-READ > ZERO                                26/10/15
538780         MOVE "Header out of place" TO LR--CONTROL-NOTE           26/10/15
538781         PERFORM LR--NOTE-CONTROL-FAULT                           26/10/15
538782     ELSE                                                         26/10/15
538783         MOVE "Y" TO LR--CONTROL-HDR                              26/10/15
538784         MOVE LR--CONTROL-IN-BATCH TO LR--CONTROL-BATCH           26/10/15
538785         MOVE LR--CONTROL-IN-CDATE TO LR--CONTROL-CDATE           26/10/15
538786         PERFORM LR--CHECK-BATCH-DONE                             26/10/15
538787     .                                                            26/10/15
538788                                                                  26/10/15
538789 LR--TAKE-CONTROL-TRAILER.                                        26/10/15
538790     IF LR--CONTROL-HAS-TRAILER                                   26/10/15
538791         MOVE "Trailer repeated" TO LR--CONTROL-NOTE              26/10/15
538792         PERFORM LR--NOTE-CONTROL-FAULT                           26/10/15
538793     ELSE                                                         26/10/15
538794         MOVE "Y" TO LR--CONTROL-TRL                              26/10/15
538795         PERFORM LR--TAKE-TRAILER-TOTALS                          26/10/15
538796     .                                                            26/10/15
538797                                                                  26/10/15
538798 LR--TAKE-TRAILER-TOTALS.                                         26/10/15
538799     IF LR--CONTROL-IN-COUNT NUMERIC                              26/10/15
538800        AND LR--CONTROL-IN-HASH NUMERIC                           26/10/15
538801         MOVE LR--CONTROL-IN-COUNT TO LR--CONTROL-TRL-COUNT       26/10/15
538802         MOVE LR--CONTROL-IN-HASH TO LR--CONTROL-TRL-HASH         26/10/15
538803     ELSE                                                         26/10/15
538804         MOVE "Trailer not numeric" TO LR--CONTROL-NOTE           26/10/15
538805         PERFORM LR--NOTE-CONTROL-FAULT                           26/10/15
538806     .                                                            26/10/15
538807                                                                  26/10/15
538808*    A NON-NUMERIC HASH FIELD ADDS NOTHING TO THE HASH TOTAL      26/10/15
538809 LR--TAKE-DATA-RECORD.                                            26/10/15
538810     IF LR--CONTROL-HAS-TRAILER                                   26/10/15
538811         MOVE "Data after trailer" TO LR--CONTROL-NOTE            26/10/15
538812         PERFORM LR--NOTE-CONTROL-FAULT                           26/10/15
538813     .                                                            26/10/15
538814     ADD 1 TO LR--CONTROL-READ                                    26/10/15
538815     IF LR--EVENT-IN-HASH NUMERIC                                 26/10/15
538816         ADD LR--EVENT-IN-HASH TO LR--CONTROL-HASH                26/10/15
538817             ON SIZE ERROR                                        26/10/15
538818                 PERFORM LR--WRAP-CONTROL-HASH                    26/10/15
538819     .                                                            26/10/15
538820     PERFORM LR--MATCH-EVENT-NAME                                 26/10/15
538821     IF THE-NEXT-EVENT NOT = LR--NULL-EVENT                       26/10/15
538822         ADD 1 TO LR--CONTROL-APPLIED                             26/10/15
538823     .                                                            26/10/15
538824                                                                  26/10/15
538825*    LIKE THE TRAILER, KEEP ONLY THE LOW-ORDER 18 DIGITS          26/10/15
538826 LR--WRAP-CONTROL-HASH.                                           26/10/15
538827     SUBTRACT 999999999999999999 FROM LR--CONTROL-HASH            26/10/15
538828     SUBTRACT 1 FROM LR--CONTROL-HASH                             26/10/15
538829     ADD LR--EVENT-IN-HASH TO LR--CONTROL-HASH                    26/10/15
538830     .                                                            26/10/15
538831                                                                  26/10/15
538832*    ONLY THE FIRST FAULT IS KEPT FOR THE REPORT                  26/10/15
538833 LR--NOTE-CONTROL-FAULT.                                          26/10/15
538834     IF LR--CONTROL-FAULT = SPACES                                26/10/15
538835         MOVE LR--CONTROL-NOTE TO LR--CONTROL-FAULT               26/10/15
538836     .                                                            26/10/15
538837                                                                  26/10/15
538838*    A BATCH ID THAT BATFILE SHOWS AS ALREADY COMPLETED IS REFUSED26/10/15
538839*    BEFORE ANY OF ITS EVENTS IS APPLIED                          26/10/15
538840 LR--CHECK-BATCH-DONE.                                            26/10/15
538841     MOVE SPACES TO LR--BATCH-IN-LINE                             26/10/15
538842     OPEN INPUT LR--BATCH-FILE                                    26/10/15
538843     IF LR--BATCH-STATUS NOT = "00"                               26/10/15
538844        AND LR--BATCH-STATUS NOT = "05"                           26/10/15
538845         PERFORM LR--BATCH-FILE-ERROR                             26/10/15
538846     .                                                            26/10/15
538847     READ LR--BATCH-FILE INTO LR--BATCH-IN-LINE                   26/10/15
538848         AT END                                                   26/10/15
538849             MOVE SPACES TO LR--BATCH-IN-LINE                     26/10/15
538850     .                                                            26/10/15
538851     IF LR--BATCH-STATUS NOT = "00"                               26/10/15
538852        AND LR--BATCH-STATUS NOT = "10"                           26/10/15
538853         PERFORM LR--BATCH-FILE-ERROR                             26/10/15
538854     .                                                            26/10/15
538855     CLOSE LR--BATCH-FILE                                         26/10/15
538856     IF LR--BATCH-IN-ID = LR--CONTROL-BATCH                       26/10/15
538857        AND LR--CONTROL-BATCH NOT = SPACES                        26/10/15
538858         MOVE "LR0134E" TO LR--MSG-ID                             26/10/15
538859         MOVE LR--CONTROL-BATCH TO LR--MSG-DETAIL                 26/10/15
538860         PERFORM LR--PUT-MESSAGE                                  26/10/15
538861         MOVE  +38  TO LR--ABEND-CODE                             26/10/15
538862         MOVE "ADUP" TO LR--ABEND-FEEDBACK                        26/10/15
538863         PERFORM LR--STOP-PROGRAM                                 26/10/15
538864     .                                                            26/10/15
538865                                                                  26/10/15
538866*    THE CONTROLS ARE CHECKED ONCE, AT END OF FILE: THE TRAILER   26/10/15
538867*    COUNT AND HASH AGAINST THE DATA RECORDS READ, AND THE DATA   26/10/15
538868*    RECORDS AGAINST THE EVENTS APPLIED PLUS THE RECORDS REJECTED.26/10/15
538869*    A HEADER WITH NO TRAILER IS A SHORT FILE.  A FILE WITH NO    26/10/15
538870*    CONTROL RECORDS AT ALL IS NOT RECONCILED.                    26/10/15
538871 LR--RECONCILE-CONTROLS.                                          26/10/15
538872     MOVE "Y" TO LR--CONTROL-DONE                                 26/10/15
538873     IF LR--CONTROL-HAS-HEADER                                    26/10/15
538874        OR LR--CONTROL-HAS-TRAILER                                26/10/15
538875        OR LR--CONTROL-FAULT NOT = SPACES                         26/10/15
538876         PERFORM LR--BALANCE-CONTROLS                             26/10/15
538877     .                                                            26/10/15
538878                                                                  26/10/15
538879 LR--BALANCE-CONTROLS.                                            26/10/15
538880     IF NOT LR--CONTROL-HAS-TRAILER                               26/10/15
538881         MOVE "Trailer missing" TO LR--CONTROL-NOTE               26/10/15
538882         PERFORM LR--NOTE-CONTROL-FAULT                           26/10/15
538883     .                                                            26/10/15
538884     IF LR--CONTROL-FAULT NOT = SPACES                            26/10/15
538885         MOVE "Y" TO LR--CONTROL-BAD                              26/10/15
538886     .                                                            26/10/15
538887     MOVE SPACES TO LR--CONTROL-FLAGS                             26/10/15
538888     IF LR--CONTROL-HAS-TRAILER                                   26/10/15
538889        AND LR--CONTROL-READ NOT = LR--CONTROL-TRL-COUNT          26/10/15
538890         MOVE "Y" TO LR--CONTROL-BAD                              26/10/15
538891         MOVE "***" TO LR--CONTROL-FLAG-COUNT                     26/10/15
538892     .                                                            26/10/15
538893     IF LR--CONTROL-HAS-TRAILER                                   26/10/15
538894        AND LR--CONTROL-HASH NOT = LR--CONTROL-TRL-HASH           26/10/15
538895         MOVE "Y" TO LR--CONTROL-BAD                              26/10/15
538896         MOVE "***" TO LR--CONTROL-FLAG-HASH                      26/10/15
538897     .                                                            26/10/15
538898     IF LR--CONTROL-READ NOT =                                    26/10/15
538899        LR--CONTROL-APPLIED + LR--REJECT-COUNT                    26/10/15
538900         MOVE "Y" TO LR--CONTROL-BAD                              26/10/15
538901         MOVE "***" TO LR--CONTROL-FLAG-SPLIT                     26/10/15
538902     .                                                            26/10/15
538903     PERFORM LR--REPORT-CONTROLS                                  26/10/15
538904     MOVE LR--CONTROL-BATCH TO LR--MSG-DETAIL                     26/10/15
538905     IF LR--CONTROL-OUT-OF-BALANCE                                26/10/15
538906         MOVE "LR0133E" TO LR--MSG-ID                             26/10/15
538907         PERFORM LR--PUT-MESSAGE                                  26/10/15
538908         MOVE  +37  TO LR--ABEND-CODE                             26/10/15
538909         MOVE "ABAL" TO LR--ABEND-FEEDBACK                        26/10/15
538910         PERFORM LR--STOP-PROGRAM                                 26/10/15
538911     .                                                            26/10/15
538912     MOVE "LR0010I" TO LR--MSG-ID                                 26/10/15
538913     PERFORM LR--PUT-MESSAGE                                      26/10/15
538914     .                                                            26/10/15
538915                                                                  26/10/15
538916*    THE RECONCILIATION REPORT GOES TO THE CONSOLE; *** MARKS EACH26/10/15
538917*    FIGURE THAT DOES NOT AGREE                                   26/10/15
538918 LR--REPORT-CONTROLS.                                             26/10/15
538919     MOVE "EVTFILE control totals" TO LR--CONTROL-OUT-LABEL       26/10/15
538920     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538921     MOVE "Batch id" TO LR--CONTROL-OUT-LABEL                     26/10/15
538922     MOVE LR--CONTROL-BATCH TO LR--CONTROL-OUT-TEXT               26/10/15
538923     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538924     MOVE "Created" TO LR--CONTROL-OUT-LABEL                      26/10/15
538925     MOVE LR--CONTROL-CDATE TO LR--CONTROL-OUT-TEXT               26/10/15
538926     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538927     IF LR--CONTROL-HAS-TRAILER                                   26/10/15
538928         PERFORM LR--REPORT-TRAILER-TOTALS                        26/10/15
538929     .                                                            26/10/15
538930     MOVE "Data records read" TO LR--CONTROL-OUT-LABEL            26/10/15
538931     MOVE LR--CONTROL-READ TO LR--CONTROL-OUT-VALUE               26/10/15
538932     MOVE LR--CONTROL-FLAG-COUNT TO LR--CONTROL-OUT-FLAG          26/10/15
538933     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538934     MOVE "Hash total computed" TO LR--CONTROL-OUT-LABEL          26/10/15
538935     MOVE LR--CONTROL-HASH TO LR--CONTROL-OUT-VALUE               26/10/15
538936     MOVE LR--CONTROL-FLAG-HASH TO LR--CONTROL-OUT-FLAG           26/10/15
538937     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538938     MOVE "Events applied" TO LR--CONTROL-OUT-LABEL               26/10/15
538939     MOVE LR--CONTROL-APPLIED TO LR--CONTROL-OUT-VALUE            26/10/15
538940     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538941     MOVE "Records rejected" TO LR--CONTROL-OUT-LABEL             26/10/15
538942     MOVE LR--REJECT-COUNT TO LR--CONTROL-OUT-VALUE               26/10/15
538943     MOVE LR--CONTROL-FLAG-SPLIT TO LR--CONTROL-OUT-FLAG          26/10/15
538944     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538945     IF LR--CONTROL-FAULT NOT = SPACES                            26/10/15
538946         MOVE "Control fault" TO LR--CONTROL-OUT-LABEL            26/10/15
538947         MOVE LR--CONTROL-FAULT TO LR--CONTROL-OUT-TEXT           26/10/15
538948         PERFORM LR--PUT-CONTROL-LINE                             26/10/15
538949     .                                                            26/10/15
538950                                                                  26/10/15
538951 LR--REPORT-TRAILER-TOTALS.                                       26/10/15
538952     MOVE "Trailer record count" TO LR--CONTROL-OUT-LABEL         26/10/15
538953     MOVE LR--CONTROL-TRL-COUNT TO LR--CONTROL-OUT-VALUE          26/10/15
538954     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538955     MOVE "Trailer hash total" TO LR--CONTROL-OUT-LABEL           26/10/15
538956     MOVE LR--CONTROL-TRL-HASH TO LR--CONTROL-OUT-VALUE           26/10/15
538957     PERFORM LR--PUT-CONTROL-LINE                                 26/10/15
538958     .                                                            26/10/15
538959                                                                  26/10/15
538960 LR--PUT-CONTROL-LINE.                                            26/10/15
538961     DISPLAY LR--CONTROL-REPORT-LINE                              26/10/15
538962:if "$console" != ""                                              26/10/15
538963             $console                                             26/10/15
538964:endif                                                            26/10/15
538965     MOVE SPACES TO LR--CONTROL-REPORT-LINE                       26/10/15
538966     .                                                            26/10/15
538967                                                                  26/10/15
538968*    A BATCH COUNTS AS COMPLETED ONLY WHEN ITS CONTROLS HAVE BEEN 26/10/15
538969*    RECONCILED AND THE RUN ENDS NORMALLY                         26/10/15
538970 LR--WRITE-BATCH-RECORD.                                          26/10/15
538971     IF LR--CONTROL-DONE = "Y"                                    26/10/15
538972        AND LR--CONTROL-HAS-HEADER                                26/10/15
538973         PERFORM LR--WRITE-BATCH-BODY                             26/10/15
538974     .                                                            26/10/15
538975                                                                  26/10/15
538976 LR--WRITE-BATCH-BODY.                                            26/10/15
538977     OPEN OUTPUT LR--BATCH-FILE                                   26/10/15
538978     IF LR--BATCH-STATUS NOT = "00"                               26/10/15
538979         PERFORM LR--BATCH-FILE-ERROR                             26/10/15
538980     .                                                            26/10/15
538981     MOVE LR--CONTROL-BATCH TO LR--BATCH-OUT-ID                   26/10/15
538982     MOVE LR--CONTROL-CDATE TO LR--BATCH-OUT-CDATE                26/10/15
538983     ACCEPT LR--BATCH-OUT-DATE FROM DATE                          26/10/15
538984     ACCEPT LR--BATCH-OUT-TIME FROM TIME                          26/10/15
538985     MOVE LR--CONTROL-READ TO LR--BATCH-OUT-COUNT                 26/10/15
538986     WRITE LR--BATCH-RECORD FROM LR--BATCH-LINE                   26/10/15
538987     IF LR--BATCH-STATUS NOT = "00"                               26/10/15
538988         PERFORM LR--BATCH-FILE-ERROR                             26/10/15
538989     .                                                            26/10/15
538990     CLOSE LR--BATCH-FILE                                         26/10/15
538991     .                                                            26/10/15
538992                                                                  26/10/15
538993:endif                                                            26/10/15
538994:endif                                                            26/09/01
538996:if "$sendfile" = "yes"                                           26/10/15
538998*    ACTION MODULES SEND AN EVENT TO SNDFILE BY SETTING           26/10/15
539000*    THE-SEND-NAME AND THE-SEND-PAYLOAD AND PERFORMING            26/10/15
539002*    SEND-THE-EVENT.  EACH NAME IS COUNTED FOR THE END-OF-RUN     26/10/15
539004*    REPORT; NAMES BEYOND THE TABLE ARE COUNTED TOGETHER.  A      26/10/15
539005*    JOURNAL REPLAY COUNTS THE EVENTS BUT DOES NOT WRITE THEM, AND26/10/15
539006*    A RESTART DOES THE SAME FOR THOSE SNDFILE ALREADY HOLDS.     26/10/15
539008 SEND-THE-EVENT.                                                  26/10/15
539010     ADD 1 TO LR--SEND-TOTAL                                      26/10/15
539012     MOVE ZERO TO LR--SEND-SLOT                                   26/10/15
539014     PERFORM LR--MATCH-SEND-NAME                                  26/10/15
539016       VARYING LR--SEND-SUB FROM 1 BY 1                           26/10/15
539018         UNTIL LR--SEND-SUB > LR--SEND-USED                       26/10/15
539020            OR LR--SEND-SLOT > ZERO                               26/10/15
539022     IF LR--SEND-SLOT = ZERO                                      26/10/15
539024        AND LR--SEND-USED < $send_names                           26/10/15
539026         ADD 1 TO LR--SEND-USED                                   26/10/15
539028         MOVE LR--SEND-USED TO LR--SEND-SLOT                      26/10/15
539030         MOVE THE-SEND-NAME TO LR--SEND-ENAME (LR--SEND-SLOT)     26/10/15
539032         MOVE ZERO TO LR--SEND-COUNT (LR--SEND-SLOT)              26/10/15
539034     .                                                            26/10/15
539036     IF LR--SEND-SLOT = ZERO                                      26/10/15
539038         ADD 1 TO LR--SEND-OTHER                                  26/10/15
539040     ELSE                                                         26/10/15
539042         ADD 1 TO LR--SEND-COUNT (LR--SEND-SLOT)                  26/10/15
539044     .                                                            26/10/15
539046:if "$sendctl" = "yes"                                            26/10/15
539048     IF LR--SEND-HASH-FIELD NUMERIC                               26/10/15
539050         ADD LR--SEND-HASH-FIELD TO LR--SEND-HASH                 26/10/15
539052             ON SIZE ERROR                                        26/10/15
539054                 PERFORM LR--WRAP-SEND-HASH                       26/10/15
539056     .                                                            26/10/15
539057:endif                                                            26/10/15
539058:if "$restart" = "yes"                                            26/10/15
539059     MOVE "Y" TO LR--SEND-SNAP-DUE                                26/10/15
539060     IF LR--SEND-SKIP > ZERO                                      26/10/15
539061         SUBTRACT 1 FROM LR--SEND-SKIP                            26/10/15
539062     ELSE                                                         26/10/15
539063:endif                                                            26/10/15
539064     IF LR--SEND-WRITE = "Y"                                      26/10/15
539065         WRITE LR--SEND-RECORD FROM THE-SEND-EVENT                26/10/15
539066         IF LR--SEND-STATUS NOT = "00"                            26/10/15
539067             PERFORM LR--SEND-FILE-ERROR                          26/10/15
539068     .                                                            26/10/15
539070                                                                  26/10/15
539072 LR--MATCH-SEND-NAME.                                             26/10/15
539074     IF LR--SEND-ENAME (LR--SEND-SUB) = THE-SEND-NAME             26/10/15
539076         MOVE LR--SEND-SUB TO LR--SEND-SLOT                       26/10/15
539078     .                                                            26/10/15
539080                                                                  26/10/15
539082:if "$sendctl" = "yes"                                            26/10/15
539084*    AS IN THE EVENT READER, KEEP ONLY THE LOW-ORDER 18 DIGITS    26/10/15
539086 LR--WRAP-SEND-HASH.                                              26/10/15
539088     SUBTRACT 999999999999999999 FROM LR--SEND-HASH               26/10/15
539090     SUBTRACT 1 FROM LR--SEND-HASH                                26/10/15
539092     ADD LR--SEND-HASH-FIELD TO LR--SEND-HASH                     26/10/15
539094     .                                                            26/10/15
539096                                                                  26/10/15
539098:endif                                                            26/10/15
539100 LR--RESET-SEND-COUNTS.                                           26/10/15
539102     MOVE ZERO TO LR--SEND-TOTAL LR--SEND-OTHER LR--SEND-USED     26/10/15
539104:if "$sendctl" = "yes"                                            26/10/15
539106     MOVE ZERO TO LR--SEND-HASH                                   26/10/15
539108:endif                                                            26/10/15
539110     .                                                            26/10/15
539112                                                                  26/10/15
539114*    A RESTARTED RUN CARRIES ON THE SNDFILE ITS FAILED RUN BEGAN; 26/10/15
539116*    ANY OTHER RUN STARTS IT AFRESH                               26/10/15
539118 LR--OPEN-SEND-FILE.                                              26/10/15
539120     MOVE "Y" TO LR--SEND-WRITE                                   26/10/15
539122:if "$journal" = "yes"                                            26/10/15
539124     IF LR--IS-REPLAY                                             26/10/15
539126         MOVE "N" TO LR--SEND-WRITE                               26/10/15
539128         MOVE "LR0014I" TO LR--MSG-ID                             26/10/15
539130         PERFORM LR--PUT-MESSAGE                                  26/10/15
539132     .                                                            26/10/15
539134:endif                                                            26/10/15
539136:if "$restart" = "yes"                                            26/10/15
539138     IF LR--SEND-CARRIED NOT = "Y"                                26/10/15
539140         PERFORM LR--RESET-SEND-COUNTS                            26/10/15
539142     .                                                            26/10/15
539144:else                                                             26/10/15
539146     PERFORM LR--RESET-SEND-COUNTS                                26/10/15
539148:endif                                                            26/10/15
539150     IF LR--SEND-WRITE = "Y"                                      26/10/15
539152         PERFORM LR--OPEN-SEND-BODY                               26/10/15
539154     .                                                            26/10/15
539156                                                                  26/10/15
539158 LR--OPEN-SEND-BODY.                                              26/10/15
539160:if "$restart" = "yes"                                            26/10/15
539162     IF LR--SEND-CARRIED = "Y"                                    26/10/15
539163         PERFORM LR--COUNT-SEND-FILE                              26/10/15
539164         OPEN EXTEND LR--SEND-FILE                                26/10/15
539166     ELSE                                                         26/10/15
539168         OPEN OUTPUT LR--SEND-FILE                                26/10/15
539170     .                                                            26/10/15
539172:else                                                             26/10/15
539174     OPEN OUTPUT LR--SEND-FILE                                    26/10/15
539176:endif                                                            26/10/15
539178     IF LR--SEND-STATUS NOT = "00"                                26/10/15
539180        AND LR--SEND-STATUS NOT = "05"                            26/10/15
539182         PERFORM LR--SEND-FILE-ERROR                              26/10/15
539184     .                                                            26/10/15
539186     MOVE "Y" TO LR--SEND-OPEN                                    26/10/15
539188:if "$sendctl" = "yes"                                            26/10/15
539190:if "$restart" = "yes"                                            26/10/15
539192     IF LR--SEND-CARRIED NOT = "Y"                                26/10/15
539194         PERFORM LR--WRITE-SEND-HEADER                            26/10/15
539196     .                                                            26/10/15
539198:else                                                             26/10/15
539200     PERFORM LR--WRITE-SEND-HEADER                                26/10/15
539202:endif                                                            26/10/15
539204:endif                                                            26/10/15
539206     .                                                            26/10/15
539208                                                                  26/10/15
539210:if "$sendctl" = "yes"                                            26/10/15
539212 LR--WRITE-SEND-HEADER.                                           26/10/15
539214     MOVE SPACES TO LR--SEND-CONTROL-LINE                         26/10/15
539216     MOVE "*HEADER " TO LR--SEND-CTL-TAG                          26/10/15
539218     ACCEPT LR--SEND-CTL-BDATE FROM DATE                          26/10/15
539220     ACCEPT LR--SEND-CLOCK FROM TIME                              26/10/15
539222     MOVE LR--SEND-CLOCK-HMS TO LR--SEND-CTL-BTIME                26/10/15
539224     MOVE LR--SEND-CTL-BDATE TO LR--SEND-CTL-CDATE                26/10/15
539226     WRITE LR--SEND-RECORD FROM LR--SEND-CONTROL-LINE             26/10/15
539228     IF LR--SEND-STATUS NOT = "00"                                26/10/15
539230         PERFORM LR--SEND-FILE-ERROR                              26/10/15
539232     .                                                            26/10/15
539234                                                                  26/10/15
539236 LR--WRITE-SEND-TRAILER.                                          26/10/15
539238     MOVE SPACES TO LR--SEND-CONTROL-LINE                         26/10/15
539240     MOVE "*TRAILER" TO LR--SEND-CTL-TAG                          26/10/15
539242     MOVE LR--SEND-TOTAL TO LR--SEND-CTL-COUNT                    26/10/15
539244     MOVE LR--SEND-HASH TO LR--SEND-CTL-HASH                      26/10/15
539246     WRITE LR--SEND-RECORD FROM LR--SEND-CONTROL-LINE             26/10/15
539248     IF LR--SEND-STATUS NOT = "00"                                26/10/15
539250         PERFORM LR--SEND-FILE-ERROR                              26/10/15
539252     .                                                            26/10/15
539254                                                                  26/10/15
539256:endif                                                            26/10/15
539258*    A RUN THAT ENDS NORMALLY CLOSES SNDFILE AFTER ITS TRAILER; AN26/10/15
539260*    ABENDED RUN LEAVES IT WITHOUT ONE, SO THE NEXT STEP SEES A   26/10/15
539262*    SHORT FILE UNTIL THE RESTART COMPLETES IT                    26/10/15
539264 LR--CLOSE-SEND-FILE.                                             26/10/15
539266     IF LR--SEND-OPEN = "Y"                                       26/10/15
539268:if "$sendctl" = "yes"                                            26/10/15
539270         PERFORM LR--WRITE-SEND-TRAILER                           26/10/15
539272:endif                                                            26/10/15
539274         MOVE "N" TO LR--SEND-OPEN                                26/10/15
539276         CLOSE LR--SEND-FILE                                      26/10/15
539278     .                                                            26/10/15
539280     PERFORM LR--REPORT-SENT-EVENTS                               26/10/15
539282     .                                                            26/10/15
539284                                                                  26/10/15
539286 LR--ABANDON-SEND-FILE.                                           26/10/15
539288     IF LR--SEND-OPEN = "Y"                                       26/10/15
539290         MOVE "N" TO LR--SEND-OPEN                                26/10/15
539292         CLOSE LR--SEND-FILE                                      26/10/15
539294     .                                                            26/10/15
539296     PERFORM LR--REPORT-SENT-EVENTS                               26/10/15
539298     .                                                            26/10/15
539300                                                                  26/10/15
539302*    THE COUNTS GO TO THE CONSOLE, ONE LINE PER EVENT NAME, SO THE26/10/15
539304*    HAND-OFF CAN BE BALANCED AGAINST WHAT THE NEXT STEP READ     26/10/15
539306 LR--REPORT-SENT-EVENTS.                                          26/10/15
539308     MOVE "LR0013I" TO LR--MSG-ID                                 26/10/15
539310     PERFORM LR--PUT-MESSAGE                                      26/10/15
539312     PERFORM LR--REPORT-SEND-NAME                                 26/10/15
539314       VARYING LR--SEND-SUB FROM 1 BY 1                           26/10/15
539316         UNTIL LR--SEND-SUB > LR--SEND-USED                       26/10/15
539318     IF LR--SEND-OTHER > ZERO                                     26/10/15
539320         MOVE "(other names)" TO LR--SEND-OUT-NAME                26/10/15
539322         MOVE LR--SEND-OTHER TO LR--SEND-OUT-COUNT                26/10/15
539324         PERFORM LR--PUT-SEND-LINE                                26/10/15
539326     .                                                            26/10/15
539328     MOVE "Total events sent" TO LR--SEND-OUT-NAME                26/10/15
539330     MOVE LR--SEND-TOTAL TO LR--SEND-OUT-COUNT                    26/10/15
539332     PERFORM LR--PUT-SEND-LINE                                    26/10/15
539334:if "$sendctl" = "yes"                                            26/10/15
539336     MOVE "Hash total sent" TO LR--SEND-OUT-NAME                  26/10/15
539338     MOVE LR--SEND-HASH TO LR--SEND-OUT-COUNT                     26/10/15
539340     PERFORM LR--PUT-SEND-LINE                                    26/10/15
539342:endif                                                            26/10/15
539344     .                                                            26/10/15
539346                                                                  26/10/15
539348 LR--REPORT-SEND-NAME.                                            26/10/15
539350     MOVE LR--SEND-ENAME (LR--SEND-SUB) TO LR--SEND-OUT-NAME      26/10/15
539352     MOVE LR--SEND-COUNT (LR--SEND-SUB) TO LR--SEND-OUT-COUNT     26/10/15
539354     PERFORM LR--PUT-SEND-LINE                                    26/10/15
539356     .                                                            26/10/15
539358                                                                  26/10/15
539360 LR--PUT-SEND-LINE.                                               26/10/15
539362     DISPLAY LR--SEND-REPORT-LINE                                 26/10/15
539364:if "$console" != ""                                              26/10/15
539366             $console                                             26/10/15
539368:endif                                                            26/10/15
539370     MOVE SPACES TO LR--SEND-REPORT-LINE                          26/10/15
539372     .                                                            26/10/15
539374                                                                  26/10/15
539376:if "$restart" = "yes"                                            26/10/15
539378 LR--WRITE-SEND-CARRY.                                            26/10/15
539380     MOVE SPACES TO LR--SEND-CARRY-LINE                           26/10/15
539382     MOVE "LRSNT " TO LR--SEND-CARRY-TAG                          26/10/15
539384     MOVE LR--SEND-SNAP-TOTAL TO LR--SEND-CARRY-COUNT             26/10/15
539386:if "$sendctl" = "yes"                                            26/10/15
539388     MOVE LR--SEND-SNAP-HASH TO LR--SEND-CARRY-HASH               26/10/15
539390:else                                                             26/10/15
539392     MOVE ZERO TO LR--SEND-CARRY-HASH                             26/10/15
539394:endif                                                            26/10/15
539396     MOVE LR--SEND-SNAP-OTHER TO LR--SEND-CARRY-OTHER             26/10/15
539398     WRITE LR--RECOVERY-RECORD FROM LR--SEND-CARRY-LINE           26/10/15
539400     IF LR--RECOVERY-STATUS NOT = "00"                            26/10/15
539402         PERFORM LR--RECOVERY-ERROR                               26/10/15
539404     .                                                            26/10/15
539406     PERFORM LR--WRITE-SEND-NAME-CARRY                            26/10/15
539408       VARYING LR--SEND-SUB FROM 1 BY 1                           26/10/15
539410         UNTIL LR--SEND-SUB > LR--SEND-SNAP-USED                  26/10/15
539412     .                                                            26/10/15
539414                                                                  26/10/15
539416 LR--WRITE-SEND-NAME-CARRY.                                       26/10/15
539418     MOVE SPACES TO LR--SEND-CARRY-LINE                           26/10/15
539420     MOVE "LRSND " TO LR--SEND-CARRY-TAG                          26/10/15
539421     MOVE LR--SEND-SNAP-ENAME (LR--SEND-SUB)                      26/10/15
539422       TO LR--SEND-CARRY-NAME                                     26/10/15
539423     MOVE LR--SEND-SNAP-COUNT (LR--SEND-SUB)                      26/10/15
539424       TO LR--SEND-CARRY-COUNT                                    26/10/15
539426     WRITE LR--RECOVERY-RECORD FROM LR--SEND-CARRY-LINE           26/10/15
539428     IF LR--RECOVERY-STATUS NOT = "00"                            26/10/15
539430         PERFORM LR--RECOVERY-ERROR                               26/10/15
539432     .                                                            26/10/15
539434                                                                  26/10/15
539436*    THE SEND RECORDS FOLLOW THE REST OF THE CHECKPOINT; ANYTHING 26/10/15
539438*    ELSE, OR END OF FILE, ENDS THEM                              26/10/15
539440 LR--READ-SEND-CARRY.                                             26/10/15
539442     READ LR--RECOVERY-FILE INTO LR--SEND-CARRY-LINE              26/10/15
539444         AT END MOVE SPACES TO LR--SEND-CARRY-LINE                26/10/15
539446     .                                                            26/10/15
539448     IF LR--RECOVERY-STATUS NOT = "00"                            26/10/15
539450         MOVE SPACES TO LR--SEND-CARRY-LINE                       26/10/15
539452     .                                                            26/10/15
539454     IF LR--SEND-CARRY-TAG = "LRSNT "                             26/10/15
539456        AND LR--SEND-CARRY-COUNT NUMERIC                          26/10/15
539458        AND LR--SEND-CARRY-HASH NUMERIC                           26/10/15
539460        AND LR--SEND-CARRY-OTHER NUMERIC                          26/10/15
539462         MOVE "Y" TO LR--SEND-CARRIED                             26/10/15
539464         MOVE LR--SEND-CARRY-COUNT TO LR--SEND-TOTAL              26/10/15
539466         MOVE LR--SEND-CARRY-OTHER TO LR--SEND-OTHER              26/10/15
539468:if "$sendctl" = "yes"                                            26/10/15
539470         MOVE LR--SEND-CARRY-HASH TO LR--SEND-HASH                26/10/15
539472:endif                                                            26/10/15
539474     ELSE                                                         26/10/15
539476     IF LR--SEND-CARRY-TAG = "LRSND "                             26/10/15
539478        AND LR--SEND-CARRY-COUNT NUMERIC                          26/10/15
539480        AND LR--SEND-USED < $send_names                           26/10/15
539482         ADD 1 TO LR--SEND-USED                                   26/10/15
539484         MOVE LR--SEND-CARRY-NAME                                 26/10/15
539486           TO LR--SEND-ENAME (LR--SEND-USED)                      26/10/15
539488         MOVE LR--SEND-CARRY-COUNT                                26/10/15
539490           TO LR--SEND-COUNT (LR--SEND-USED)                      26/10/15
539492     ELSE                                                         26/10/15
539494         MOVE SPACES TO LR--SEND-CARRY-TAG                        26/10/15
539495     .                                                            26/10/15
539496                                                                  26/10/15
539497*    THE SEND TOTALS ARE TAKEN AS EACH EVENT IS DISPATCHED, BEFORE26/10/15
539498*    ITS MODULES RUN, WHENEVER THE EVENTS BEFORE IT SENT ANYTHING 26/10/15
539499 LR--TAKE-SEND-SNAPSHOT.                                          26/10/15
539500     MOVE LR--SEND-TOTAL TO LR--SEND-SNAP-TOTAL                   26/10/15
539501     MOVE LR--SEND-OTHER TO LR--SEND-SNAP-OTHER                   26/10/15
539502:if "$sendctl" = "yes"                                            26/10/15
539503     MOVE LR--SEND-HASH TO LR--SEND-SNAP-HASH                     26/10/15
539504:endif                                                            26/10/15
539505     MOVE LR--SEND-USED TO LR--SEND-SNAP-USED                     26/10/15
539506     PERFORM LR--TAKE-SEND-NAME-SNAPSHOT                          26/10/15
539507       VARYING LR--SEND-SUB FROM 1 BY 1                           26/10/15
539508         UNTIL LR--SEND-SUB > LR--SEND-USED                       26/10/15
539509     MOVE "N" TO LR--SEND-SNAP-DUE                                26/10/15
539510     .                                                            26/10/15
539511                                                                  26/10/15
539512 LR--TAKE-SEND-NAME-SNAPSHOT.                                     26/10/15
539513     MOVE LR--SEND-ENAME (LR--SEND-SUB)                           26/10/15
539514       TO LR--SEND-SNAP-ENAME (LR--SEND-SUB)                      26/10/15
539515     MOVE LR--SEND-COUNT (LR--SEND-SUB)                           26/10/15
539516       TO LR--SEND-SNAP-COUNT (LR--SEND-SUB)                      26/10/15
539517     .                                                            26/10/15
539518                                                                  26/10/15
539519*    THE RESTART RE-RAISES EVENTS WHOSE SENDS MAY ALREADY BE IN   26/10/15
539520*    SNDFILE: AS MANY SENDS AS IT HOLDS BEYOND THE CARRIED TOTAL  26/10/15
539521*    ARE COUNTED AGAIN BUT NOT WRITTEN.  A FILE SHORTER THAN THE  26/10/15
539522*    CHECKPOINT IS NOT THE ONE IT DESCRIBES                       26/10/15
539523 LR--COUNT-SEND-FILE.                                             26/10/15
539524     MOVE ZERO TO LR--SEND-FOUND                                  26/10/15
539525     MOVE "N" TO LR--SEND-IN-EOF                                  26/10/15
539526     OPEN INPUT LR--SEND-FILE                                     26/10/15
539527     IF LR--SEND-STATUS NOT = "00"                                26/10/15
539528        AND LR--SEND-STATUS NOT = "05"                            26/10/15
539529         PERFORM LR--SEND-FILE-ERROR                              26/10/15
539530     ELSE                                                         26/10/15
539531         PERFORM LR--COUNT-SEND-RECORD                            26/10/15
539532           UNTIL LR--SEND-IN-AT-END                               26/10/15
539533         CLOSE LR--SEND-FILE                                      26/10/15
539534     .                                                            26/10/15
539535     COMPUTE LR--SEND-SKIP = LR--SEND-FOUND - LR--SEND-TOTAL      26/10/15
539536     IF LR--SEND-SKIP < ZERO                                      26/10/15
539537         MOVE "LR0142E" TO LR--MSG-ID                             26/10/15
539538         PERFORM LR--PUT-MESSAGE                                  26/10/15
539539         MOVE  +41  TO LR--ABEND-CODE                             26/10/15
539540         MOVE "ASND" TO LR--ABEND-FEEDBACK                        26/10/15
539541         PERFORM LR--STOP-PROGRAM                                 26/10/15
539542     .                                                            26/10/15
539543                                                                  26/10/15
539544 LR--COUNT-SEND-RECORD.                                           26/10/15
539545:if "$sendctl" = "yes"                                            26/10/15
539546     READ LR--SEND-FILE INTO LR--SEND-CONTROL-LINE                26/10/15
539547:else                                                             26/10/15
539548     READ LR--SEND-FILE                                           26/10/15
539549:endif                                                            26/10/15
539550         AT END                                                   26/10/15
539551             MOVE "Y" TO LR--SEND-IN-EOF                          26/10/15
539552     .                                                            26/10/15
539553     IF LR--SEND-STATUS NOT = "00"                                26/10/15
539554        AND LR--SEND-STATUS NOT = "10"                            26/10/15
539555         MOVE "Y" TO LR--SEND-IN-EOF                              26/10/15
539556         PERFORM LR--SEND-FILE-ERROR                              26/10/15
539557     ELSE                                                         26/10/15
539558     IF NOT LR--SEND-IN-AT-END                                    26/10/15
539559:if "$sendctl" = "yes"                                            26/10/15
539560        AND LR--SEND-CTL-TAG NOT = "*HEADER "                     26/10/15
539561        AND LR--SEND-CTL-TAG NOT = "*TRAILER"                     26/10/15
539562:endif                                                            26/10/15
539563         ADD 1 TO LR--SEND-FOUND                                  26/10/15
539564     .                                                            26/10/15
539565                                                                  26/10/15
539566:endif                                                            26/10/15
539567*    EVENTS HANDED TO THE NEXT STEP MUST NOT BE LOST QUIETLY: A   26/10/15
539568*    SEND FILE THE RUN CANNOT WRITE ENDS IT WITH ITS OWN CLASS    26/10/15
539569 LR--SEND-FILE-ERROR.                                             26/10/15
539570     IF LR--SEND-DEAD NOT = "Y"                                   26/10/15
539571         MOVE "Y" TO LR--SEND-DEAD                                26/10/15
539572         MOVE "N" TO LR--SEND-WRITE                               26/10/15
539573         MOVE "LR0139E" TO LR--MSG-ID                             26/10/15
539574         MOVE LR--SEND-STATUS TO LR--MSG-DETAIL                   26/10/15
539575         PERFORM LR--PUT-MESSAGE                                  26/10/15
539576         MOVE  +41  TO LR--ABEND-CODE                             26/10/15
539577         MOVE "ASND" TO LR--ABEND-FEEDBACK                        26/10/15
539578         PERFORM LR--STOP-PROGRAM                                 26/10/15
539579     .                                                            26/10/15
539580                                                                  26/10/15
539581:endif                                                            26/10/15
539582:if "$journal" = "yes"                                            26/08/22
539583 LR--READ-JOURNAL-RECORD.                                         26/08/22
539600     READ LR--JOURNAL-FILE INTO LR--JOURNAL-LINE                  26/08/22
540000         AT END                                                   26/08/22
540002             MOVE "LR0112E" TO LR--MSG-ID                         26/09/01
543840         PERFORM LR--JOURNAL-ERROR                                26/09/01
543920     .                                                            26/09/01
544000     MOVE LR--JOURNAL-OUT-EVENT TO THE-NEXT-EVENT                 26/08/22
544200     MOVE LR--JOURNAL-OUT-DATA TO THE-EVENT-DATA                  26/10/15
544400     .                                                            26/08/22
544800                                                                  26/08/22
544802 LR--WRITE-JOURNAL-RECORD.                                        26/09/01
544804     MOVE THE-NEXT-EVENT TO LR--JOURNAL-OUT-EVENT                 26/09/01
544805     MOVE THE-EVENT-DATA TO LR--JOURNAL-OUT-DATA                  26/10/15
544806     WRITE LR--JOURNAL-RECORD FROM LR--JOURNAL-LINE               26/09/01
544808     IF LR--JOURNAL-STATUS NOT = "00"                             26/09/01
544810         PERFORM LR--JOURNAL-ERROR                                26/09/01
544840     PERFORM LR--STOP-PROGRAM                                     26/09/01
544842     .                                                            26/09/01
544844                                                                  26/09/01
544846*    THE FIRST RECORD MUST CARRY THIS LAYOUT AND THIS BUILD'S     26/10/15
544848*    SIGNATURE: ANY OTHER JOURNAL WOULD REPLAY WRONGLY, SO REFUSE 26/10/15
544850 LR--VERIFY-JOURNAL-SIGNATURE.                                    26/09/01
544852     MOVE SPACES TO LR--JOURNAL-HEAD                              26/10/15
544854     READ LR--JOURNAL-FILE INTO LR--JOURNAL-HEAD                  26/10/15
544856         AT END MOVE SPACES TO LR--JOURNAL-HEAD                   26/10/15
544858     .                                                            26/09/01
544859     IF NOT LR--JH-CURRENT                                        26/10/15
544860        OR LR--JH-SIGNATURE NOT = LR--SIG-OUT-VALUE               26/10/15
544862         MOVE "LR0130E" TO LR--MSG-ID                             26/09/01
544864         PERFORM LR--PUT-MESSAGE                                  26/09/01
544866         MOVE  +36  TO LR--ABEND-CODE                             26/09/01
575938     .                                                            26/09/01
575964                                                                  26/09/01
576000:endif                                                            26/08/22
576001:if "$timing" = "yes"                                             26/10/15
576002 LR--INIT-TIMING.                                                 26/10/15
576003     PERFORM LR--ZERO-MODULE-TIME                                 26/10/15
576004       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576005         UNTIL LR--TIMING-SUB > $modules                          26/10/15
576006     PERFORM LR--ZERO-PAIR-TIME                                   26/10/15
576007       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576008         UNTIL LR--TIMING-SUB > $timing_pairs                     26/10/15
576009     MOVE ZERO TO LR--MODULE-TIMED                                26/10/15
576010     MOVE ZERO TO LR--PAIR-TIMED                                  26/10/15
576011     .                                                            26/10/15
576012                                                                  26/10/15
576013 LR--ZERO-MODULE-TIME.                                            26/10/15
576014     MOVE ZERO TO LR--MT-COUNT (LR--TIMING-SUB)                   26/10/15
576015     MOVE ZERO TO LR--MT-TOTAL (LR--TIMING-SUB)                   26/10/15
576016     MOVE ZERO TO LR--MT-MAX   (LR--TIMING-SUB)                   26/10/15
576017     .                                                            26/10/15
576018                                                                  26/10/15
576019 LR--ZERO-PAIR-TIME.                                              26/10/15
576020     MOVE ZERO TO LR--PT-COUNT (LR--TIMING-SUB)                   26/10/15
576021     MOVE ZERO TO LR--PT-TOTAL (LR--TIMING-SUB)                   26/10/15
576022     MOVE ZERO TO LR--PT-MAX   (LR--TIMING-SUB)                   26/10/15
576023     .                                                            26/10/15
576024                                                                  26/10/15
576025 LR--READ-CLOCK.                                                  26/10/15
576026     ACCEPT LR--CLOCK-RAW FROM TIME                               26/10/15
576027     COMPUTE LR--CLOCK-NOW = LR--CLOCK-HH * 360000                26/10/15
576028                           + LR--CLOCK-MM * 6000                  26/10/15
576029                           + LR--CLOCK-SS * 100                   26/10/15
576030                           + LR--CLOCK-CC                         26/10/15
576031     .                                                            26/10/15
576032                                                                  26/10/15
576033*    A MODULE IS TIMED FROM JUST BEFORE IT IS PERFORMED UNTIL THE 26/10/15
576034*    NEXT MODULE IN THE VECTOR IS TAKEN, OR THE VECTOR ENDS       26/10/15
576035 LR--START-MODULE-CLOCK.                                          26/10/15
576036     PERFORM LR--READ-CLOCK                                       26/10/15
576037     MOVE LR--CLOCK-NOW TO LR--MODULE-CLOCK                       26/10/15
576038     MOVE LR--MODNBR TO LR--MODULE-TIMED                          26/10/15
576039     .                                                            26/10/15
576040                                                                  26/10/15
576041 LR--STOP-MODULE-CLOCK.                                           26/10/15
576042     IF LR--MODULE-TIMED > ZERO                                   26/10/15
576043         PERFORM LR--READ-CLOCK                                   26/10/15
576044         COMPUTE LR--CLOCK-SPAN = LR--CLOCK-NOW - LR--MODULE-CLOCK26/10/15
576045         IF LR--CLOCK-SPAN < ZERO                                 26/10/15
576046             ADD 8640000 TO LR--CLOCK-SPAN                        26/10/15
576047         .                                                        26/10/15
576048     IF LR--MODULE-TIMED > ZERO                                   26/10/15
576049         ADD 1 TO LR--MT-COUNT (LR--MODULE-TIMED)                 26/10/15
576050         ADD LR--CLOCK-SPAN TO LR--MT-TOTAL (LR--MODULE-TIMED)    26/10/15
576051         IF LR--CLOCK-SPAN > LR--MT-MAX (LR--MODULE-TIMED)        26/10/15
576052             MOVE LR--CLOCK-SPAN TO LR--MT-MAX (LR--MODULE-TIMED) 26/10/15
576053         .                                                        26/10/15
576054     MOVE ZERO TO LR--MODULE-TIMED                                26/10/15
576055     .                                                            26/10/15
576056                                                                  26/10/15
576057*    AN EVENT IS TIMED FROM THE MOMENT IT IS CONSUMED UNTIL THE   26/10/15
576058*    DIALOG ASKS FOR THE NEXT ONE, AND CHARGED TO ITS STATE/EVENT 26/10/15
576059 LR--START-EVENT-CLOCK.                                           26/10/15
576060     PERFORM LR--READ-CLOCK                                       26/10/15
576061     MOVE LR--CLOCK-NOW TO LR--EVENT-CLOCK                        26/10/15
576062     COMPUTE LR--PAIR-TIMED = (LR--SAVEST - 1) * $events          26/10/15
576063                            + LR--EVENT                           26/10/15
576064     .                                                            26/10/15
576065                                                                  26/10/15
576066 LR--STOP-EVENT-CLOCK.                                            26/10/15
576067     IF LR--PAIR-TIMED > ZERO                                     26/10/15
576068         PERFORM LR--READ-CLOCK                                   26/10/15
576069         COMPUTE LR--CLOCK-SPAN = LR--CLOCK-NOW - LR--EVENT-CLOCK 26/10/15
576070         IF LR--CLOCK-SPAN < ZERO                                 26/10/15
576071             ADD 8640000 TO LR--CLOCK-SPAN                        26/10/15
576072         .                                                        26/10/15
576073     IF LR--PAIR-TIMED > ZERO                                     26/10/15
576074         ADD 1 TO LR--PT-COUNT (LR--PAIR-TIMED)                   26/10/15
576075         ADD LR--CLOCK-SPAN TO LR--PT-TOTAL (LR--PAIR-TIMED)      26/10/15
576076         IF LR--CLOCK-SPAN > LR--PT-MAX (LR--PAIR-TIMED)          26/10/15
576077             MOVE LR--CLOCK-SPAN TO LR--PT-MAX (LR--PAIR-TIMED)   26/10/15
576078         .                                                        26/10/15
576079     MOVE ZERO TO LR--PAIR-TIMED                                  26/10/15
576080     .                                                            26/10/15
576081                                                                  26/10/15
576082*    THE REPORT IS ALSO WRITTEN WHEN THE RUN ABENDS, SINCE A RUN  26/10/15
576083*    STOPPED BY ITS TIME LIMIT IS THE ONE MOST WORTH EXAMINING    26/10/15
576084 LR--WRITE-TIMING-REPORT.                                         26/10/15
576085     PERFORM LR--STOP-MODULE-CLOCK                                26/10/15
576086     PERFORM LR--STOP-EVENT-CLOCK                                 26/10/15
576087     MOVE "N" TO LR--TIMING-DEAD                                  26/10/15
576088     OPEN OUTPUT LR--TIMING-FILE                                  26/10/15
576089     IF LR--TIMING-STATUS = "00"                                  26/10/15
576090         PERFORM LR--WRITE-TIMING-BODY                            26/10/15
576091         CLOSE LR--TIMING-FILE                                    26/10/15
576092     ELSE                                                         26/10/15
576093         PERFORM LR--DISABLE-TIMING                               26/10/15
576094     .                                                            26/10/15
576095                                                                  26/10/15
576096 LR--WRITE-TIMING-BODY.                                           26/10/15
576097     MOVE "ELAPSED TIME PER MODULE, WORST FIRST (SECONDS)"        26/10/15
576098                                 TO LR--TIMING-RECORD             26/10/15
576099     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576100     MOVE LR--TIMING-HEADING TO LR--TIMING-RECORD                 26/10/15
576101     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576102     MOVE ZERO TO LR--TIMING-SIZE                                 26/10/15
576103     PERFORM LR--LIST-MODULE-TIME                                 26/10/15
576104       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576105         UNTIL LR--TIMING-SUB > $modules                          26/10/15
576106     PERFORM LR--SORT-TIMING-LIST                                 26/10/15
576107     PERFORM LR--WRITE-MODULE-TIME                                26/10/15
576108       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576109         UNTIL LR--TIMING-SUB > LR--TIMING-SIZE                   26/10/15
576110     MOVE SPACES TO LR--TIMING-RECORD                             26/10/15
576111     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576112     MOVE "ELAPSED TIME PER STATE/EVENT, WORST FIRST (SECONDS)"   26/10/15
576113                                 TO LR--TIMING-RECORD             26/10/15
576114     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576115     MOVE LR--TIMING-HEADING TO LR--TIMING-RECORD                 26/10/15
576116     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576117     MOVE ZERO TO LR--TIMING-SIZE                                 26/10/15
576118     PERFORM LR--LIST-PAIR-TIME                                   26/10/15
576119       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576120         UNTIL LR--TIMING-SUB > $timing_pairs                     26/10/15
576121     PERFORM LR--SORT-TIMING-LIST                                 26/10/15
576122     PERFORM LR--WRITE-PAIR-TIME                                  26/10/15
576123       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576124         UNTIL LR--TIMING-SUB > LR--TIMING-SIZE                   26/10/15
576125     .                                                            26/10/15
576126                                                                  26/10/15
576127 LR--LIST-MODULE-TIME.                                            26/10/15
576128     IF LR--MT-COUNT (LR--TIMING-SUB) > ZERO                      26/10/15
576129         ADD 1 TO LR--TIMING-SIZE                                 26/10/15
576130         MOVE LR--TIMING-SUB TO LR--TL-ITEM (LR--TIMING-SIZE)     26/10/15
576131         MOVE LR--MT-TOTAL (LR--TIMING-SUB)                       26/10/15
576132                                 TO LR--TL-TOTAL (LR--TIMING-SIZE)26/10/15
576133     .                                                            26/10/15
576134                                                                  26/10/15
576135 LR--LIST-PAIR-TIME.                                              26/10/15
576136     IF LR--PT-COUNT (LR--TIMING-SUB) > ZERO                      26/10/15
576137         ADD 1 TO LR--TIMING-SIZE                                 26/10/15
576138         MOVE LR--TIMING-SUB TO LR--TL-ITEM (LR--TIMING-SIZE)     26/10/15
576139         MOVE LR--PT-TOTAL (LR--TIMING-SUB)                       26/10/15
576140                                 TO LR--TL-TOTAL (LR--TIMING-SIZE)26/10/15
576141     .                                                            26/10/15
576142                                                                  26/10/15
576143*    SELECTION SORT, LARGEST TOTAL FIRST - THE LIST HOLDS ONLY THE26/10/15
576144*    MODULES OR PAIRS THAT ACTUALLY RAN                           26/10/15
576145 LR--SORT-TIMING-LIST.                                            26/10/15
576146     PERFORM LR--SORT-TIMING-PASS                                 26/10/15
576147       VARYING LR--TIMING-SUB FROM 1 BY 1                         26/10/15
576148         UNTIL LR--TIMING-SUB NOT < LR--TIMING-SIZE               26/10/15
576149     .                                                            26/10/15
576150                                                                  26/10/15
576151 LR--SORT-TIMING-PASS.                                            26/10/15
576152     MOVE LR--TIMING-SUB TO LR--TIMING-PICK                       26/10/15
576153     PERFORM LR--SORT-TIMING-SCAN                                 26/10/15
576154       VARYING LR--TIMING-SCAN FROM LR--TIMING-SUB BY 1           26/10/15
576155         UNTIL LR--TIMING-SCAN > LR--TIMING-SIZE                  26/10/15
576156     IF LR--TIMING-PICK NOT = LR--TIMING-SUB                      26/10/15
576157         MOVE LR--TIMING-ENTRY (LR--TIMING-PICK)                  26/10/15
576158                                 TO LR--TIMING-HOLD               26/10/15
576159         MOVE LR--TIMING-ENTRY (LR--TIMING-SUB)                   26/10/15
576160                             TO LR--TIMING-ENTRY (LR--TIMING-PICK)26/10/15
576161         MOVE LR--TIMING-HOLD TO LR--TIMING-ENTRY (LR--TIMING-SUB)26/10/15
576162     .                                                            26/10/15
576163                                                                  26/10/15
576164 LR--SORT-TIMING-SCAN.                                            26/10/15
576165     IF LR--TL-TOTAL (LR--TIMING-SCAN)                            26/10/15
576166      > LR--TL-TOTAL (LR--TIMING-PICK)                            26/10/15
576167         MOVE LR--TIMING-SCAN TO LR--TIMING-PICK                  26/10/15
576168     .                                                            26/10/15
576169                                                                  26/10/15
576170 LR--WRITE-MODULE-TIME.                                           26/10/15
576171     MOVE LR--TL-ITEM (LR--TIMING-SUB) TO LR--TIMING-PICK         26/10/15
576172     MOVE LR--MNAME (LR--TIMING-PICK) TO LR--TIMING-OUT-NAME      26/10/15
576173     MOVE LR--MT-COUNT (LR--TIMING-PICK) TO LR--TIMING-OUT-COUNT  26/10/15
576174     COMPUTE LR--TIMING-OUT-TOTAL = LR--MT-TOTAL (LR--TIMING-PICK)26/10/15
576175                                  / 100                           26/10/15
576176     COMPUTE LR--TIMING-OUT-AVERAGE ROUNDED =                     26/10/15
576177             LR--MT-TOTAL (LR--TIMING-PICK)                       26/10/15
576178           / LR--MT-COUNT (LR--TIMING-PICK) / 100                 26/10/15
576179     COMPUTE LR--TIMING-OUT-MAX = LR--MT-MAX (LR--TIMING-PICK)    26/10/15
576180                                / 100                             26/10/15
576181     MOVE LR--TIMING-LINE TO LR--TIMING-RECORD                    26/10/15
576182     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576183     .                                                            26/10/15
576184                                                                  26/10/15
576185 LR--WRITE-PAIR-TIME.                                             26/10/15
576186     MOVE LR--TL-ITEM (LR--TIMING-SUB) TO LR--TIMING-PICK         26/10/15
576187     COMPUTE LR--TIMING-STATE = LR--TIMING-PICK - 1               26/10/15
576188     DIVIDE LR--TIMING-STATE BY $events                           26/10/15
576189         GIVING LR--TIMING-STATE REMAINDER LR--TIMING-EVENT       26/10/15
576190     ADD 1 TO LR--TIMING-STATE                                    26/10/15
576191     ADD 1 TO LR--TIMING-EVENT                                    26/10/15
576192     MOVE SPACES TO LR--TIMING-OUT-NAME                           26/10/15
576193     STRING LR--SNAME (LR--TIMING-STATE) DELIMITED BY SPACE       26/10/15
576194            "/"                          DELIMITED BY SIZE        26/10/15
576195            LR--ENAME (LR--TIMING-EVENT) DELIMITED BY SPACE       26/10/15
576196       INTO LR--TIMING-OUT-NAME                                   26/10/15
576197     MOVE LR--PT-COUNT (LR--TIMING-PICK) TO LR--TIMING-OUT-COUNT  26/10/15
576198     COMPUTE LR--TIMING-OUT-TOTAL = LR--PT-TOTAL (LR--TIMING-PICK)26/10/15
576199                                  / 100                           26/10/15
576200     COMPUTE LR--TIMING-OUT-AVERAGE ROUNDED =                     26/10/15
576201             LR--PT-TOTAL (LR--TIMING-PICK)                       26/10/15
576202           / LR--PT-COUNT (LR--TIMING-PICK) / 100                 26/10/15
576203     COMPUTE LR--TIMING-OUT-MAX = LR--PT-MAX (LR--TIMING-PICK)    26/10/15
576204                                / 100                             26/10/15
576205     MOVE LR--TIMING-LINE TO LR--TIMING-RECORD                    26/10/15
576206     PERFORM LR--PUT-TIMING-RECORD                                26/10/15
576207     .                                                            26/10/15
576208                                                                  26/10/15
576209 LR--PUT-TIMING-RECORD.                                           26/10/15
576210     IF LR--TIMING-DEAD NOT = "Y"                                 26/10/15
576211         WRITE LR--TIMING-RECORD                                  26/10/15
576212         IF LR--TIMING-STATUS NOT = "00"                          26/10/15
576213             PERFORM LR--DISABLE-TIMING                           26/10/15
576214     .                                                            26/10/15
576215                                                                  26/10/15
576216 LR--DISABLE-TIMING.                                              26/10/15
576217     MOVE "Y" TO LR--TIMING-DEAD                                  26/10/15
576218     MOVE "LR0136W" TO LR--MSG-ID                                 26/10/15
576219     MOVE LR--TIMING-STATUS TO LR--MSG-DETAIL                     26/10/15
576220     PERFORM LR--PUT-MESSAGE                                      26/10/15
576221     .                                                            26/10/15
576222                                                                  26/10/15
576223:endif                                                            26/10/15
576400:if "$need_limits" = "yes"                                        26/08/22
576800 LR--CHECK-RUN-LIMITS.                                            26/08/22
577200:if $limit_trans > 0                                              26/08/22
611120 LR--DUMP-RECORDER-BODY.                                          26/09/01
611122     MOVE LR--SIGNATURE-LINE TO LR--DUMP-RECORD                   26/09/01
611124     PERFORM LR--PUT-DUMP-RECORD                                  26/09/01
611128:if "$incident" = "yes"                                           26/10/15
611132     MOVE LR--STATE      TO LR--DUMP-OUT-AT-STATE                 26/10/15
611133:if defaults                                                      26/10/15
611134     IF LR--STATE = LR--DEFAULTS-STATE                            26/10/15
611135         MOVE LR--SAVEST TO LR--DUMP-OUT-AT-STATE                 26/10/15
611136     .                                                            26/10/15
611137:endif                                                            26/10/15
611138     MOVE LR--EVENT      TO LR--DUMP-OUT-AT-EVENT                 26/10/15
611140     MOVE LR--RING-COUNT TO LR--DUMP-OUT-MODULES                  26/10/15
611144     MOVE LR--DUMP-ABEND-LINE TO LR--DUMP-RECORD                  26/10/15
611148     PERFORM LR--PUT-DUMP-RECORD                                  26/10/15
611152:endif                                                            26/10/15
611200     MOVE "FLIGHT RECORDER - OLDEST TO NEWEST" TO LR--DUMP-RECORD 26/08/22
611600     PERFORM LR--PUT-DUMP-RECORD                                  26/09/01
612000     IF LR--RING-COUNT > $recorder                                26/08/22
633480         MOVE LR--IDLE-ENV-NUM TO LR--IDLE-LIMIT                  26/09/01
633520     .                                                            26/09/01
633560:endif                                                            26/09/01
633564:if "$sessfile" = "yes"                                           26/10/15
633568*    CONVERSATIONS SUSPENDED BEFORE A RELOAD ARE STILL IN SESFILE;26/10/15
633572*    EACH IS FETCHED BACK WHEN ITS CALLER NEXT PRESENTS ITS ID    26/10/15
633576     OPEN I-O LR--SESSION-FILE                                    26/10/15
633580     IF LR--SESFILE-STATUS NOT = "00"                             26/10/15
633584        AND LR--SESFILE-STATUS NOT = "05"                         26/10/15
633588         PERFORM LR--SESSION-FILE-ERROR                           26/10/15
633592     .                                                            26/10/15
633596:endif                                                            26/10/15
633600                                                                  26/08/22
634000 LR--CLEAR-SESSION-ENTRY.                                         26/08/22
634400     MOVE "N"    TO LR--SESSION-ACTIVE (LR--SESSION-SUB)          26/08/22
637200       VARYING LR--SESSION-SUB FROM 1 BY 1                        26/08/22
637600         UNTIL LR--SESSION-SUB > $sessions                        26/08/22
638000            OR LR--SESSION-SLOT > ZERO                            26/08/22
638004:if "$sessfile" = "yes"                                           26/10/15
638008     ADD 1 TO LR--SESSION-CALLS                                   26/10/15
638012     IF LR--SESSION-SLOT = ZERO                                   26/10/15
638016         PERFORM LR--FETCH-STORED-SESSION                         26/10/15
638020:endif                                                            26/10/15
638400     .                                                            26/08/22
638800                                                                  26/08/22
639200 LR--MATCH-SESSION-ID.                                            26/08/22
640000      AND LR--SESSION-ID (LR--SESSION-SUB) = $SOURCE-CORRELID     26/08/22
640400         MOVE LR--SESSION-SUB TO LR--SESSION-SLOT                 26/08/22
640800     .                                                            26/08/22
640804:if "$sessfile" = "yes"                                           26/10/15
640808                                                                  26/10/15
640812*    AN ID NOT IN THE TABLE MAY STILL BE A LIVE CONVERSATION THAT 26/10/15
640816*    WAS PAGED OUT, OR THAT WAS SUSPENDED BEFORE A RELOAD.  ONE   26/10/15
640820*    WHOSE STATE OR STACK DOES NOT FIT THIS BUILD IS DISCARDED AND26/10/15
640824*    THE CALLER STARTS A NEW DIALOG RUN                           26/10/15
640828 LR--FETCH-STORED-SESSION.                                        26/10/15
640832     MOVE $SOURCE-CORRELID TO LR--SESFILE-ID                      26/10/15
640836     READ LR--SESSION-FILE                                        26/10/15
640840         INVALID KEY MOVE "23" TO LR--SESFILE-STATUS              26/10/15
640844     .                                                            26/10/15
640848     IF LR--SESFILE-STATUS = "00"                                 26/10/15
640852         IF LR--SESFILE-STATE < 1                                 26/10/15
640856         OR LR--SESFILE-STATE > $states                           26/10/15
640860:if module "Dialog-Call"                                          26/10/15
640864         OR LR--SESFILE-STKSZ < ZERO                              26/10/15
640868         OR LR--SESFILE-STKSZ > $stack_max                        26/10/15
640872:endif                                                            26/10/15
640876             PERFORM LR--DISCARD-STORED-SESSION                   26/10/15
640880         ELSE                                                     26/10/15
640884             PERFORM LR--RESTORE-STORED-SESSION                   26/10/15
640888     ELSE                                                         26/10/15
640892     IF LR--SESFILE-STATUS NOT = "23"                             26/10/15
640896         PERFORM LR--SESSION-FILE-ERROR                           26/10/15
640900     .                                                            26/10/15
640904                                                                  26/10/15
640908*    FINDING A SLOT MAY PAGE OUT OR EXPIRE OTHER CONVERSATIONS,   26/10/15
640912*    SO THE RECORD IS READ AGAIN ONCE THE SLOT IS HELD            26/10/15
640916 LR--RESTORE-STORED-SESSION.                                      26/10/15
640920     PERFORM LR--OPEN-SESSION-CONTEXT                             26/10/15
640924     MOVE $SOURCE-CORRELID TO LR--SESFILE-ID                      26/10/15
640928     READ LR--SESSION-FILE                                        26/10/15
640932         INVALID KEY MOVE "23" TO LR--SESFILE-STATUS              26/10/15
640936     .                                                            26/10/15
640940     IF LR--SESFILE-STATUS NOT = "00"                             26/10/15
640944         PERFORM LR--SESSION-FILE-ERROR                           26/10/15
640948     .                                                            26/10/15
640952     MOVE LR--SESFILE-ENTRY                                       26/10/15
640956                 TO LR--SESSION-ENTRY (LR--SESSION-SLOT)          26/10/15
640960     MOVE LR--SESSION-CALLS TO LR--SESSION-USED (LR--SESSION-SLOT)26/10/15
640964:if $idle_secs > 0                                                26/10/15
640968     PERFORM LR--READ-IDLE-CLOCK                                  26/10/15
640972     MOVE LR--IDLE-NOW-SECS                                       26/10/15
640976                 TO LR--SESSION-IDLE-SECS (LR--SESSION-SLOT)      26/10/15
640980:endif                                                            26/10/15
640984     MOVE "LR0012I" TO LR--MSG-ID                                 26/10/15
640988     MOVE $SOURCE-CORRELID TO LR--MSG-DETAIL                      26/10/15
640992     PERFORM LR--PUT-MESSAGE                                      26/10/15
640996     .                                                            26/10/15
641000                                                                  26/10/15
641004 LR--DISCARD-STORED-SESSION.                                      26/10/15
641008     MOVE "LR0138W" TO LR--MSG-ID                                 26/10/15
641012     MOVE $SOURCE-CORRELID TO LR--MSG-DETAIL                      26/10/15
641016     PERFORM LR--PUT-MESSAGE                                      26/10/15
641020     DELETE LR--SESSION-FILE RECORD                               26/10/15
641024         INVALID KEY MOVE "23" TO LR--SESFILE-STATUS              26/10/15
641028     .                                                            26/10/15
641032     IF LR--SESFILE-STATUS NOT = "00"                             26/10/15
641036        AND LR--SESFILE-STATUS NOT = "23"                         26/10/15
641040         PERFORM LR--SESSION-FILE-ERROR                           26/10/15
641044     .                                                            26/10/15
641048:endif                                                            26/10/15
641200                                                                  26/08/22
641600 LR--OPEN-SESSION-CONTEXT.                                        26/08/22
642000     MOVE ZERO TO LR--SESSION-SLOT                                26/08/22
643897                OR LR--SESSION-SLOT > ZERO                        26/09/01
643930     .                                                            26/09/01
643963:endif                                                            26/09/01
643967:if "$sessfile" = "yes"                                           26/10/15
643971*    WITH A SESSION FILE A FULL TABLE IS NOT AN ERROR: EVERY      26/10/15
643975*    CONVERSATION IN IT IS ALREADY ON FILE, SO THE LEAST RECENTLY 26/10/15
643979*    USED ONE CAN SIMPLY GIVE UP ITS SLOT                         26/10/15
643983     IF LR--SESSION-SLOT = ZERO                                   26/10/15
643987         PERFORM LR--PAGE-OUT-SESSION                             26/10/15
643991     .                                                            26/10/15
643995:endif                                                            26/10/15
644000     IF LR--SESSION-SLOT = ZERO                                   26/08/22
644002         MOVE "LR0113E" TO LR--MSG-ID                             26/09/01
644004         MOVE $SOURCE-CORRELID TO LR--MSG-DETAIL                  26/09/01
650000     IF LR--SESSION-ACTIVE (LR--SESSION-SUB) NOT = "Y"            26/08/22
650400         MOVE LR--SESSION-SUB TO LR--SESSION-SLOT                 26/08/22
650800     .                                                            26/08/22
650804:if "$sessfile" = "yes"                                           26/10/15
650808                                                                  26/10/15
650812 LR--PAGE-OUT-SESSION.                                            26/10/15
650816     MOVE 1 TO LR--SESSION-SLOT                                   26/10/15
650820     PERFORM LR--MATCH-OLDEST-SLOT                                26/10/15
650824       VARYING LR--SESSION-SUB FROM 2 BY 1                        26/10/15
650828         UNTIL LR--SESSION-SUB > $sessions                        26/10/15
650832     MOVE "LR0011I" TO LR--MSG-ID                                 26/10/15
650836     MOVE LR--SESSION-ID (LR--SESSION-SLOT) TO LR--MSG-DETAIL     26/10/15
650840     PERFORM LR--PUT-MESSAGE                                      26/10/15
650844     MOVE "N"    TO LR--SESSION-ACTIVE (LR--SESSION-SLOT)         26/10/15
650848     MOVE SPACES TO LR--SESSION-ID     (LR--SESSION-SLOT)         26/10/15
650852     .                                                            26/10/15
650856                                                                  26/10/15
650860 LR--MATCH-OLDEST-SLOT.                                           26/10/15
650864     IF LR--SESSION-USED (LR--SESSION-SUB)                        26/10/15
650868      < LR--SESSION-USED (LR--SESSION-SLOT)                       26/10/15
650872         MOVE LR--SESSION-SUB TO LR--SESSION-SLOT                 26/10/15
650876     .                                                            26/10/15
650880:endif                                                            26/10/15
651200                                                                  26/08/22
651600 LR--LOAD-SESSION-CONTEXT.                                        26/08/22
652000     MOVE LR--SESSION-STATE (LR--SESSION-SLOT) TO LR--STATE       26/08/22
660800       VARYING LR--SESSION-SUB FROM 1 BY 1                        26/08/22
661200         UNTIL LR--SESSION-SUB > LR--STACK-SIZE                   26/08/22
661600:endif                                                            26/08/22
661604:if "$sessfile" = "yes"                                           26/10/15
661608     MOVE LR--SESSION-CALLS TO LR--SESSION-USED (LR--SESSION-SLOT)26/10/15
661612     PERFORM LR--STORE-SESSION-CONTEXT                            26/10/15
661616:endif                                                            26/10/15
662000     .                                                            26/08/22
662400                                                                  26/08/22
662800:if module "Dialog-Call"                                          26/08/22
666400     .                                                            26/08/22
666800                                                                  26/08/22
667200:endif                                                            26/08/22
667204:if "$sessfile" = "yes"                                           26/10/15
667208*    WRITE-THROUGH: THE FILE ALWAYS HOLDS WHAT THE TABLE HOLDS FOR26/10/15
667212*    A SUSPENDED CONVERSATION, PLUS THE TIME IT WAS LAST SAVED    26/10/15
667216 LR--STORE-SESSION-CONTEXT.                                       26/10/15
667220     MOVE LR--SESSION-ENTRY (LR--SESSION-SLOT)                    26/10/15
667224                 TO LR--SESFILE-ENTRY                             26/10/15
667228     ACCEPT LR--SESFILE-SAVED-DATE FROM DATE                      26/10/15
667232     ACCEPT LR--SESFILE-SAVED-TIME FROM TIME                      26/10/15
667236     REWRITE LR--SESFILE-RECORD                                   26/10/15
667240         INVALID KEY MOVE "23" TO LR--SESFILE-STATUS              26/10/15
667244     .                                                            26/10/15
667248     IF LR--SESFILE-STATUS = "23"                                 26/10/15
667252         WRITE LR--SESFILE-RECORD                                 26/10/15
667256             INVALID KEY MOVE "22" TO LR--SESFILE-STATUS          26/10/15
667260     .                                                            26/10/15
667264     IF LR--SESFILE-STATUS NOT = "00"                             26/10/15
667268         PERFORM LR--SESSION-FILE-ERROR                           26/10/15
667272     .                                                            26/10/15
667276                                                                  26/10/15
667280:endif                                                            26/10/15
667600 LR--FREE-SESSION-CONTEXT.                                        26/08/22
668000     IF LR--SESSION-SLOT > ZERO                                   26/08/22
668004:if "$sessfile" = "yes"                                           26/10/15
668008         PERFORM LR--REMOVE-STORED-SESSION                        26/10/15
668012:endif                                                            26/10/15
668400         MOVE "N"    TO LR--SESSION-ACTIVE (LR--SESSION-SLOT)     26/08/22
668800         MOVE SPACES TO LR--SESSION-ID     (LR--SESSION-SLOT)     26/08/22
669200     .                                                            26/08/22
669204:if "$sessfile" = "yes"                                           26/10/15
669208                                                                  26/10/15
669212*    A CONVERSATION THAT ENDS, ABENDS OR EXPIRES LEAVES THE FILE  26/10/15
669216*    TOO; ONE THAT NEVER SUSPENDED WAS NEVER STORED.  ONCE THE    26/10/15
669220*    FILE HAS FAILED IT IS LEFT ALONE: THE ABEND THAT FOLLOWS     26/10/15
669224*    FREES THE SLOT AGAIN                                         26/10/15
669228 LR--REMOVE-STORED-SESSION.                                       26/10/15
669232     IF LR--SESFILE-DEAD NOT = "Y"                                26/10/15
669236         MOVE LR--SESSION-ID (LR--SESSION-SLOT) TO LR--SESFILE-ID 26/10/15
669240         DELETE LR--SESSION-FILE RECORD                           26/10/15
669244             INVALID KEY MOVE "23" TO LR--SESFILE-STATUS          26/10/15
669248     .                                                            26/10/15
669252     IF LR--SESFILE-DEAD NOT = "Y"                                26/10/15
669256        AND LR--SESFILE-STATUS NOT = "00"                         26/10/15
669260        AND LR--SESFILE-STATUS NOT = "23"                         26/10/15
669264         PERFORM LR--SESSION-FILE-ERROR                           26/10/15
669268     .                                                            26/10/15
669272:endif                                                            26/10/15
669600                                                                  26/08/22
669606:if $idle_secs > 0                                                26/09/01
669612*    AN ABANDONED CONVERSATION HOLDS ITS SLOT FOREVER; THE SWEEP  26/09/01
694000                OR LR--RECOVERY-IS-BAD                            26/08/22
694400:endif                                                            26/08/22
694800     .                                                            26/08/22
694866:if "$need_payload" = "yes"                                       26/10/15
694932     IF LR--WAS-RESTARTED AND LR--RECOVERY-BAD NOT = "Y"          26/10/15
694998         PERFORM LR--READ-PAYLOAD-ENTRY                           26/10/15
695064     .                                                            26/10/15
695130:endif                                                            26/10/15
695134:if "$sendfile" = "yes"                                           26/10/15
695138     MOVE "N" TO LR--SEND-CARRIED                                 26/10/15
695140     MOVE ZERO TO LR--SEND-SKIP                                   26/10/15
695142     PERFORM LR--RESET-SEND-COUNTS                                26/10/15
695146     IF LR--WAS-RESTARTED AND LR--RECOVERY-BAD NOT = "Y"          26/10/15
695150         MOVE "LRSND " TO LR--SEND-CARRY-TAG                      26/10/15
695154         PERFORM LR--READ-SEND-CARRY                              26/10/15
695158           UNTIL LR--SEND-CARRY-TAG = SPACES                      26/10/15
695162     .                                                            26/10/15
695164     PERFORM LR--TAKE-SEND-SNAPSHOT                               26/10/15
695166:endif                                                            26/10/15
695200*    A DAMAGED RECORD OR STACK ENTRY MEANS A FRESH START - BACK   26/08/22
695600*    OUT ANYTHING ALREADY RESTORED                                26/08/22
696000     IF LR--RECOVERY-IS-BAD                                       26/08/22
713222         UNTIL LR--RECOVERY-SUB > LR--STACK-SIZE                  26/09/01
713224:endif                                                            26/09/01
713226     .                                                            26/09/01
713514:if "$need_payload" = "yes"                                       26/10/15
713802*    THE PAYLOAD OF THE PENDING EVENT FOLLOWS THE STACK, SO THAT A26/10/15
714090*    RESTART RE-RAISES THE EVENT WITH THE DATA IT FIRST CARRIED   26/10/15
714378     MOVE "LRDAT " TO LR--RECOVERY-DATA-TAG                       26/10/15
714666     MOVE THE-EVENT-DATA TO LR--RECOVERY-OUT-DATA                 26/10/15
714954     WRITE LR--RECOVERY-RECORD FROM LR--RECOVERY-DATA-LINE        26/10/15
715242     IF LR--RECOVERY-STATUS NOT = "00"                            26/10/15
715530         PERFORM LR--RECOVERY-ERROR                               26/10/15
715818     .                                                            26/10/15
716106:endif                                                            26/10/15
716110:if "$sendfile" = "yes"                                           26/10/15
716114     PERFORM LR--WRITE-SEND-CARRY                                 26/10/15
716118:endif                                                            26/10/15
716400                                                                  26/08/22
716800:if module "Dialog-Call"                                          26/08/22
717200 LR--WRITE-STACK-ENTRY.                                           26/08/22
726000     .                                                            26/08/22
726400                                                                  26/08/22
726800:endif                                                            26/08/22
726823:if "$need_payload" = "yes"                                       26/10/15
726846*    A RECOVERY FILE FROM AN OLDER RELEASE HAS NO PAYLOAD RECORD: 26/10/15
726869*    THE EVENT IS RE-RAISED WITH A BLANK PAYLOAD, AS IT WAS THEN  26/10/15
726892 LR--READ-PAYLOAD-ENTRY.                                          26/10/15
726915     READ LR--RECOVERY-FILE INTO LR--RECOVERY-DATA-LINE           26/10/15
726938         AT END MOVE SPACES TO LR--RECOVERY-DATA-LINE             26/10/15
726961     .                                                            26/10/15
726984     IF LR--RECOVERY-STATUS NOT = "00"                            26/10/15
727007        AND LR--RECOVERY-STATUS NOT = "10"                        26/10/15
727030         MOVE SPACES TO LR--RECOVERY-DATA-LINE                    26/10/15
727053     .                                                            26/10/15
727076     IF LR--RECOVERY-DATA-TAG = "LRDAT "                          26/10/15
727099         MOVE LR--RECOVERY-OUT-DATA TO THE-EVENT-DATA             26/10/15
727122     .                                                            26/10/15
727145                                                                  26/10/15
727168:endif                                                            26/10/15
727200:endif                                                            26/08/22
727220:if "$recover" = "yes"                                            26/09/01
727240*    A RECOVERY FILE THE RUN CANNOT WRITE IS A FAILED SAFETY NET: 26/09/01
727540     .                                                            26/09/01
727560                                                                  26/09/01
727580:endif                                                            26/09/01
727581:if "$sessfile" = "yes"                                           26/10/15
727582 LR--SESSION-FILE-ERROR.                                          26/10/15
727583     IF LR--SESFILE-DEAD NOT = "Y"                                26/10/15
727584         MOVE "Y" TO LR--SESFILE-DEAD                             26/10/15
727585         MOVE "LR0137E" TO LR--MSG-ID                             26/10/15
727586         MOVE LR--SESFILE-STATUS TO LR--MSG-DETAIL                26/10/15
727587         PERFORM LR--PUT-MESSAGE                                  26/10/15
727588         MOVE  +40  TO LR--ABEND-CODE                             26/10/15
727589         MOVE "ASFL" TO LR--ABEND-FEEDBACK                        26/10/15
727590         PERFORM LR--STOP-PROGRAM                                 26/10/15
727591     .                                                            26/10/15
727592                                                                  26/10/15
727593:endif                                                            26/10/15
727600:if module "Dialog-Call"                                          95/11/02
728000 DIALOG-CALL.                                                     95/11/02
728400     IF LR--STACK-SIZE < $stack_max                               95/11/02
740562     PERFORM LR--STOP-PROGRAM                                     26/09/01
740580     .                                                            26/09/01
740598                                                                  26/09/01
740599:if "$controls" = "yes"                                           26/10/15
740600 LR--BATCH-FILE-ERROR.                                            26/10/15
740601     MOVE "LR0135E" TO LR--MSG-ID                                 26/10/15
740602     MOVE LR--BATCH-STATUS TO LR--MSG-DETAIL                      26/10/15
740603     PERFORM LR--PUT-MESSAGE                                      26/10/15
740604     MOVE  +39  TO LR--ABEND-CODE                                 26/10/15
740605     MOVE "ACTF" TO LR--ABEND-FEEDBACK                            26/10/15
740606     PERFORM LR--STOP-PROGRAM                                     26/10/15
740607     .                                                            26/10/15
740608                                                                  26/10/15
740609:endif                                                            26/10/15
740616 LR--DISABLE-REJECTS.                                             26/09/01
740634     MOVE "Y" TO LR--REJECT-DEAD                                  26/09/01
740636     MOVE "LR0126W" TO LR--MSG-ID                                 26/09/01
740778:endif                                                            26/09/01
740780:if "$eventfile" = "yes"                                          26/09/01
740782:if "$restart" = "yes"                                            26/09/01
740783:if "$controls" = "yes"                                           26/10/15
740784*    WITH CONTROL TOTALS THE SKIPPED RECORDS ARE CLASSIFIED AGAIN 26/10/15
740785*    SO THAT THE COUNTS, HASH AND REJFILE COVER THE WHOLE FILE;   26/10/15
740786*    THE EVENT AND PAYLOAD TAKEN FROM THE CHECKPOINT ARE KEPT     26/10/15
740787:endif                                                            26/10/15
740788 LR--SKIP-CONSUMED-EVENTS.                                        26/09/01
740789:if "$controls" = "yes"                                           26/10/15
740790     MOVE THE-NEXT-EVENT TO LR--CONTROL-SAVE-EVENT                26/10/15
740791     MOVE THE-EVENT-DATA TO LR--CONTROL-SAVE-DATA                 26/10/15
740792:endif                                                            26/10/15
740793     PERFORM LR--SKIP-EVENT-RECORD                                26/09/01
740794       VARYING LR--EVENT-SKIP FROM 1 BY 1                         26/09/01
740795         UNTIL LR--EVENT-SKIP > LR--EVENT-READ-COUNT              26/09/01
740796            OR LR--EVENT-AT-END                                   26/09/01
740797:if "$controls" = "yes"                                           26/10/15
740798     MOVE LR--CONTROL-SAVE-EVENT TO THE-NEXT-EVENT                26/10/15
740799     MOVE LR--CONTROL-SAVE-DATA TO THE-EVENT-DATA                 26/10/15
740800:endif                                                            26/10/15
740801     .                                                            26/09/01
740802                                                                  26/09/01
740803 LR--SKIP-EVENT-RECORD.                                           26/09/01
740804     READ LR--EVENT-FILE INTO LR--EVENT-IN-LINE                   26/09/01
740805         AT END MOVE "Y" TO LR--EVENT-EOF                         26/09/01
740806     .                                                            26/09/01
740807     IF LR--EVENT-STATUS NOT = "00"                               26/09/01
740808        AND LR--EVENT-STATUS NOT = "10"                           26/09/01
740810         PERFORM LR--EVENT-FILE-ERROR                             26/09/01
740812     .                                                            26/09/01
740847:if "$controls" = "yes"                                           26/10/15
740882     IF NOT LR--EVENT-AT-END                                      26/10/15
740917         MOVE LR--NULL-EVENT TO THE-NEXT-EVENT                    26/10/15
740952         PERFORM LR--CLASSIFY-EVENT-RECORD                        26/10/15
740987     .                                                            26/10/15
741022:endif                                                            26/10/15
741057                                                                  26/09/01
741092:endif                                                            26/09/01
741127:endif                                                            26/09/01
741162:close                                                            95/03/29
741200                                                                  09/01/27
741600!  Emit a build-time table-size report alongside $DIALOG.$ext     09/01/27
742000                                                                  09/01/27
749200 Checkpoint every    $checkpoint                                  26/08/22
749600 Event journal       $journal                                     26/08/22
750000 Profile report      $profile                                     26/08/22
750200 Timing report       $timing                                      26/10/15
750400 Transition limit    $limit_trans                                 26/08/22
750800 Time limit (secs)   $limit_secs                                  26/08/22
751200 Sessions            $sessions                                    26/08/22
751204 Session file        $sessfile                                    26/10/15
751208 Send file           $sendfile                                    26/10/15
751212 Send controls       $sendctl                                     26/10/15
751600 Flight recorder     $recorder                                    26/08/22
752000 Event queue depth   $queue_max                                   26/08/22
752200 Event file reader   $eventfile                                   26/09/01
752225 Control totals      $controls                                    26/10/15
752250 Event payload       $need_payload                                26/10/15
752300 Test driver         $testdriver                                  26/09/01
752325 Test scripts        $testgen                                     26/10/15
752329 Change impact       $impact                                      26/10/15
752350 Cross-reference     $xref                                        26/09/01
752375 Timer table         $timers                                      26/09/01
752387 Run accounting      $runlog                                      26/09/01
752390 Job-stream step     $jobctl                                      26/10/15
752391 File generations    $generations                                 26/10/15
752392 Incident report     $incident                                    26/10/15
752393 Operator commands   $opcom                                       26/09/01
752396 Build signature     $need_signature                              26/09/01
752398 State hooks         $statehooks                                  26/09/01
763800 LR0007I   I   Event reject summary count                         26/09/01
763866 LR0008I   I   Operator command accepted                          26/09/01
763932 LR0009I   I   Quiesced at checkpoint by operator command         26/09/01
763966 LR0010I   I   Event file controls in balance                     26/10/15
763970 LR0011I   I   Conversation paged out to session file             26/10/15
763974 LR0012I   I   Conversation restored from session file            26/10/15
763978 LR0013I   I   Events sent to SNDFILE, counted by event name      26/10/15
763982 LR0014I   I   Journal replay - SNDFILE not written               26/10/15
763986 LR0015I   I   File generation assigned for this run's files      26/10/15
763990 LR0016I   I   Journal generation chosen for replay               26/10/15
764000 LR0101E   E   Event out of range                                 26/08/22
764400 LR0102E   E   Event not accepted in state                        26/08/22
764800 LR0103E   E   No event set after event                           26/08/22
769997 LR0130E   E   Journal from another build - replay refused        26/09/01
769998 LR0131W   W   Idle session expired - slot reclaimed              26/09/01
769999 LR0132W   W   Message catalog unusable - built-in texts used     26/09/01
770079 LR0133E   E   Event file controls out of balance                 26/10/15
770159 LR0134E   E   Batch already completed - run refused              26/10/15
770239 LR0135E   E   Batch control file error                           26/10/15
770279 LR0136W   W   Timing file error - report abandoned               26/10/15
770283 LR0137E   E   Session file error                                 26/10/15
770287 LR0138W   W   Stored conversation unusable - discarded           26/10/15
770291 LR0139E   E   Send file error                                    26/10/15
770295 LR0140W   W   Generation catalog error - files not generated     26/10/15
770299 LR0141W   W   No journal generation found for replay             26/10/15
770303 LR0142E   E   Send file shorter than its checkpoint              26/10/15
770319                                                                  26/08/22
770400 Build-time messages (dialog validation program)                  26/08/22
770800                                                                  26/08/22
771200 LR0201W   W   State unreachable from initial state               26/08/22
773570                                                                  26/09/01
773579 LR0401I   I   Cross-reference and graph files written            26/09/01
773588                                                                  26/09/01
773589 Trend report messages (lrtrend program)                          26/10/15
773590                                                                  26/10/15
773591 LR0501I   I   Trend report written to TRDFILE                    26/10/15
773592 LR0502W   W   RUNFILE records unreadable - skipped               26/10/15
773593 LR0503W   W   Runs over their elapsed-time limit                 26/10/15
773594 LR0504W   W   Threshold line ignored                             26/10/15
773595 LR0505E   E   RUNFILE cannot be read                             26/10/15
773596 LR0506W   W   Threshold file unusable - no limits applied        26/10/15
773598                                                                  26/10/15
773600 Abend classes (RETURN-CODE and $SOURCE-FEEDBACK)                 26/08/22
774000                                                                  26/08/22
774400 CODE  FEEDBACK  CLASS                                            26/08/22
779500 34    AJWR      Journal file error            (LR0124E)          26/09/01
779550 35    AEVF      Event file error              (LR0125E)          26/09/01
779575 36    ASIG      Journal build signature bad   (LR0130E)          26/09/01
779581 37    ABAL      Event file out of balance     (LR0133E)          26/10/15
779587 38    ADUP      Batch already completed       (LR0134E)          26/10/15
779593 39    ACTF      Batch control file error      (LR0135E)          26/10/15
779596 40    ASFL      Session file error            (LR0137E)          26/10/15
779598 41    ASND      Send file error               (LR0139E, LR0142E) 26/10/15
779600                                                                  26/10/15
779657 Test script generator messages (generated script program)        26/10/15
779714                                                                  26/10/15
779771 LR0601I   I   Test scripts written to TSGFILE                    26/10/15
779828 LR0602W   W   Transition not reached from the initial state      26/10/15
779885 LR0603W   W   Search table full - coverage may be incomplete     26/10/15
779889                                                                  26/10/15
779893 Change impact messages (generated impact program)                26/10/15
779897                                                                  26/10/15
779901 LR0701I   I   Impact report written to IMPFILE                   26/10/15
779905 LR0702I   I   No previous tables - first baseline written        26/10/15
779909 LR0703W   W   Build signature changed - recovery/journals lost   26/10/15
779913 LR0704W   W   State numbers changed - conversations lost         26/10/15
779917 LR0705E   E   Previous tables unusable - no comparison           26/10/15
779920                                                                  26/10/15
779923 Session file utility messages (generated session program)        26/10/15
779926                                                                  26/10/15
779929 LR0801I   I   Session file report written to SESRPT              26/10/15
779932 LR0802W   W   Conversation not found in session file             26/10/15
779935 LR0803E   E   Session file error                                 26/10/15
779938 LR0804W   W   Session command not recognised                     26/10/15
779940                                                                  26/10/15
779942 Job-stream controller messages (lrjobctl program)                26/10/15
779944                                                                  26/10/15
779946 LR0901I   I   Job stream started - steps defined                 26/10/15
779948 LR0902E   E   Job-stream definition line not valid               26/10/15
779950 LR0903E   E   Job-stream definition unusable - stream not run    26/10/15
779952 LR0904I   I   Rerun - steps complete in JOBSTAT are skipped      26/10/15
779954 LR0905I   I   Step started                                       26/10/15
779956 LR0906I   I   Step skipped - completed in an earlier run         26/10/15
779958 LR0907I   I   Step restarts from its recovery record             26/10/15
779960 LR0908I   I   Step runs again from the start - no recovery record26/10/15
779962 LR0909I   I   Step complete                                      26/10/15
779964 LR0910E   E   Step failed                                        26/10/15
779966 LR0911E   E   Step feedback not restartable - stream stopped     26/10/15
779968 LR0912W   W   Step quiesced - rerun the stream to resume it      26/10/15
779970 LR0913W   W   Step run on operator request (LRJOBFORCE)          26/10/15
779972 LR0914W   W   Step outcome taken from RUNFILE                    26/10/15
779973 LR0915E   E   Step program could not be called                   26/10/15
779974 LR0916E   E   JOBSTAT cannot be written - stream stopped         26/10/15
779975 LR0917I   I   Job stream complete                                26/10/15
779976 LR0918I   I   Step summary                                       26/10/15
779977 LR0919E   E   JOBDEF cannot be read                              26/10/15
779978 LR0920W   W   Step outcome not known - no RUNFILE record         26/10/15
779981                                                                  26/10/15
779982 Generation housekeeping messages (lrretain program)              26/10/15
779983                                                                  26/10/15
779984 LR1001I   I   Generation housekeeping - catalog entries read     26/10/15
779985 LR1002W   W   Retention rule line ignored                        26/10/15
779986 LR1003W   W   Retention rules unusable - every generation kept   26/10/15
779987 LR1004I   I   Generations purged - data sets listed in RETFILE   26/10/15
779988 LR1005W   W   Data set not deleted - kept in GENCAT              26/10/15
779989 LR1006E   E   RETWORK cannot be written - nothing purged         26/10/15
779990 LR1007E   E   GENCAT not rewritten - kept entries in RETWORK     26/10/15
779991 LR1008W   W   GENCAT entries unreadable - kept                   26/10/15
779992 LR1009W   W   Too many programs in GENCAT - not housekept        26/10/15
779993 LR1010E   E   GENCAT cannot be read                              26/10/15
779994 LR1011I   I   List only (LRRETLIST=Y) - nothing deleted          26/10/15
779998                                                                  26/10/15
780002 Incident report messages (generated incident report program)     26/10/15
780006                                                                  26/10/15
780010 LR1101I   I   Incident report written to INCRPT                  26/10/15
780014 LR1102E   E   LRINCRUN or LRINCGEN not valid                     26/10/15
780018 LR1103E   E   Run not found in RUNFILE                           26/10/15
780022 LR1104W   W   Start stamp matches more than one run - last taken 26/10/15
780026 LR1105W   W   Run has no generation - files under usual names    26/10/15
780030 LR1106W   W   File not from this run - not used                  26/10/15
780034 LR1107W   W   Build signatures differ                            26/10/15
780038 LR1108W   W   MSGCAT unusable - catalog texts not shown          26/10/15
780042 LR1109I   I   Run ended normally - no abend to report            26/10/15
780046 LR1110E   E   RUNFILE cannot be read                             26/10/15
780050:close                                                            26/10/15
780054!  Generate the dialog validation program when asked.  The build  26/08/22
780400!  compiles and runs it before shipping the copybook; with        26/08/22
780800!  -opt:validate=fail its RETURN-CODE is the warning count.       26/08/22
781200                                                                  26/08/22
944034*  Reads a script of records from TSTFILE:                       *26/09/01
944036*      EVENT   <event name>  - push the event through the dialog *26/09/01
944038*      EXPECT  <state name>  - check the state reached so far    *26/09/01
944039*      RESET                  - start again in the first state   *26/10/15
944040*      *  or a blank record  - comment, ignored                  *26/09/01
944042*  and pushes the events through the same LR--NEXTST, LR--ACTION *26/09/01
944044*  and LR--MODULE tables as the production interpreter, tracing  *26/09/01
944582     IF LRT--SCRIPT-VERB = "EXPECT"                               26/09/01
944584         PERFORM LRT--CHECK-EXPECT                                26/09/01
944586     ELSE                                                         26/09/01
944587     IF LRT--SCRIPT-VERB = "RESET"                                26/10/15
944588         MOVE +1 TO LRT--STATE                                    26/10/15
944589:if module "Dialog-Call"                                          26/10/15
944590         MOVE ZERO TO LRT--STACK-SIZE                             26/10/15
944591:endif                                                            26/10/15
944592     ELSE                                                         26/10/15
944593         DISPLAY "LR0305E Verb " LRT--SCRIPT-VERB                 26/10/15
944594                 " is not a script verb"                          26/10/15
944595         ADD 1 TO LRT--MISMATCHES                                 26/10/15
944596     .                                                            26/10/15
944598 LRT--APPLY-EVENT.                                                26/09/01
944600     MOVE ZERO TO LRT--E                                          26/09/01
944602     PERFORM LRT--SCAN-EVENT-NAME                                 26/09/01
955918 $NAME                                                            09/01/27
956318:enddo                                                            09/01/27
956718:close                                                            09/01/27
956722                                                                  26/10/15
956726!  With the run log, generate the batch-window trend report.  It  26/10/15
956730!  does not depend on the dialog: every program built with        26/10/15
956734!  -opt:runlog appends to the same RUNFILE, and lrtrend summarises26/10/15
956738!  the lot, by program and by day.                                26/10/15
956742                                                                  26/10/15
956746:if "$runlog" = "yes"                                             26/10/15
956750:output lrtrend.$ext                                              26/10/15
956754:echo "lr I: building lrtrend.$ext batch-window trend report..."  26/10/15
956758 IDENTIFICATION DIVISION.                                         26/10/15
956762 PROGRAM-ID.    LRTREND.                                          26/10/15
956766                                                                  26/10/15
956770*----------------------------------------------------------------*26/10/15
956774*  lrtrend.$ext - batch-window trend report over RUNFILE         *26/10/15
956778*  Generated by Libero $version on $fulldate, $time.             *26/10/15
956782*  Schema file used: $schema                                     *26/10/15
956786*                                                                *26/10/15
956790*  Reads the RUNFILE accounting records written by every program *26/10/15
956794*  built with -opt:runlog and reports, for each program and for  *26/10/15
956798*  each day it ran: the run count, average and longest elapsed   *26/10/15
956802*  seconds, transitions per second, restarts, and abends (a      *26/10/15
956806*  quiesce, QSCE, is clean and is not counted as an abend).      *26/10/15
956810*  Each program gets a total line with its abends broken down    *26/10/15
956814*  by feedback class, as listed in the dialog .msg catalog.      *26/10/15
956818*                                                                *26/10/15
956822*  TRDPARM (optional) holds elapsed-time limits, one per line:   *26/10/15
956826*  program name in columns 1-12, seconds in columns 14-19.  A    *26/10/15
956830*  program name of * sets the limit for programs not listed;     *26/10/15
956834*  lines with ! in column 1 are comments.  Every run over its    *26/10/15
956838*  limit is flagged and listed, and a day or program whose       *26/10/15
956842*  longest run came within 10% of the limit is marked as near.   *26/10/15
956846*                                                                *26/10/15
956850*  Return code 0 clean, 4 warnings or limits breached, 8 when    *26/10/15
956854*  RUNFILE cannot be read.                                       *26/10/15
956858*----------------------------------------------------------------*26/10/15
956862                                                                  26/10/15
956866 ENVIRONMENT DIVISION.                                            26/10/15
956870                                                                  26/10/15
956874 CONFIGURATION SECTION.                                           26/10/15
956878 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
956882 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
956886                                                                  26/10/15
956890 INPUT-OUTPUT SECTION.                                            26/10/15
956894                                                                  26/10/15
956898 FILE-CONTROL.                                                    26/10/15
956902     SELECT OPTIONAL LRR--RUNLOG-FILE                             26/10/15
956906                             ASSIGN TO "RUNFILE"                  26/10/15
956910                             ORGANIZATION IS SEQUENTIAL           26/10/15
956914                             FILE STATUS IS LRR--RUNLOG-STATUS.   26/10/15
956918     SELECT OPTIONAL LRR--LIMIT-FILE                              26/10/15
956922                             ASSIGN TO "TRDPARM"                  26/10/15
956926                             ORGANIZATION IS SEQUENTIAL           26/10/15
956930                             FILE STATUS IS LRR--LIMIT-STATUS.    26/10/15
956934     SELECT LRR--REPORT-FILE    ASSIGN TO "TRDFILE"               26/10/15
956938                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
956942     SELECT LRR--SORT-FILE      ASSIGN TO "SRTWORK".              26/10/15
956946                                                                  26/10/15
956950 DATA DIVISION.                                                   26/10/15
956954                                                                  26/10/15
956958 FILE SECTION.                                                    26/10/15
956962                                                                  26/10/15
956966 FD  LRR--RUNLOG-FILE                                             26/10/15
956970     LABEL RECORDS ARE STANDARD.                                  26/10/15
956974 01  LRR--RUNLOG-RECORD.                                          26/10/15
956978     02  LRR--IN-PROGRAM         PIC X(12).                       26/10/15
956982     02  FILLER                  PIC X.                           26/10/15
956986     02  LRR--IN-SDATE           PIC 9(6).                        26/10/15
956990     02  LRR--IN-SDATE-X         REDEFINES LRR--IN-SDATE.         26/10/15
956994         03  LRR--IN-SDATE-YY    PIC 99.                          26/10/15
956998         03  LRR--IN-SDATE-MM    PIC 99.                          26/10/15
957002         03  LRR--IN-SDATE-DD    PIC 99.                          26/10/15
957006     02  FILLER                  PIC X.                           26/10/15
957010     02  LRR--IN-STIME           PIC 9(8).                        26/10/15
957014     02  LRR--IN-STIME-X         REDEFINES LRR--IN-STIME.         26/10/15
957018         03  LRR--IN-STIME-HH    PIC 99.                          26/10/15
957022         03  LRR--IN-STIME-MI    PIC 99.                          26/10/15
957026         03  LRR--IN-STIME-SS    PIC 99.                          26/10/15
957030         03  LRR--IN-STIME-CC    PIC 99.                          26/10/15
957034     02  FILLER                  PIC X.                           26/10/15
957038     02  LRR--IN-EDATE           PIC 9(6).                        26/10/15
957042     02  LRR--IN-EDATE-X         REDEFINES LRR--IN-EDATE.         26/10/15
957046         03  LRR--IN-EDATE-YY    PIC 99.                          26/10/15
957050         03  LRR--IN-EDATE-MM    PIC 99.                          26/10/15
957054         03  LRR--IN-EDATE-DD    PIC 99.                          26/10/15
957058     02  FILLER                  PIC X.                           26/10/15
957062     02  LRR--IN-ETIME           PIC 9(8).                        26/10/15
957066     02  LRR--IN-ETIME-X         REDEFINES LRR--IN-ETIME.         26/10/15
957070         03  LRR--IN-ETIME-HH    PIC 99.                          26/10/15
957074         03  LRR--IN-ETIME-MI    PIC 99.                          26/10/15
957078         03  LRR--IN-ETIME-SS    PIC 99.                          26/10/15
957082         03  LRR--IN-ETIME-CC    PIC 99.                          26/10/15
957086     02  FILLER                  PIC X.                           26/10/15
957090     02  LRR--IN-TRANS           PIC 9(9).                        26/10/15
957094     02  FILLER                  PIC X.                           26/10/15
957098     02  LRR--IN-JRNL            PIC 9(9).                        26/10/15
957102     02  FILLER                  PIC X.                           26/10/15
957106     02  LRR--IN-RESTART         PIC X.                           26/10/15
957110     02  FILLER                  PIC X.                           26/10/15
957114     02  LRR--IN-ABEND           PIC X(4).                        26/10/15
957118     02  FILLER                  PIC X.                           26/10/15
957122     02  LRR--IN-CODE            PIC 9(4).                        26/10/15
957126     02  FILLER                  PIC X(4).                        26/10/15
957130                                                                  26/10/15
957134 FD  LRR--LIMIT-FILE                                              26/10/15
957138     LABEL RECORDS ARE STANDARD.                                  26/10/15
957142 01  LRR--LIMIT-RECORD.                                           26/10/15
957146     02  LRR--PARM-PROGRAM       PIC X(12).                       26/10/15
957150     02  LRR--PARM-PROGRAM-X     REDEFINES LRR--PARM-PROGRAM.     26/10/15
957154         03  LRR--PARM-MARK      PIC X.                           26/10/15
957158         03  FILLER              PIC X(11).                       26/10/15
957162     02  FILLER                  PIC X.                           26/10/15
957166     02  LRR--PARM-SECS          PIC 9(6).                        26/10/15
957170     02  FILLER                  PIC X(61).                       26/10/15
957174                                                                  26/10/15
957178 FD  LRR--REPORT-FILE                                             26/10/15
957182     LABEL RECORDS ARE STANDARD.                                  26/10/15
957186 01  LRR--REPORT-RECORD         PIC X(132).                       26/10/15
957190                                                                  26/10/15
957194 SD  LRR--SORT-FILE.                                              26/10/15
957198 01  LRR--SORT-RECORD.                                            26/10/15
957202     02  LRR--SORT-PROGRAM       PIC X(12).                       26/10/15
957206     02  LRR--SORT-DAY           PIC 9(8).                        26/10/15
957210     02  LRR--SORT-TIME          PIC 9(8).                        26/10/15
957214     02  LRR--SORT-TIME-X        REDEFINES LRR--SORT-TIME.        26/10/15
957218         03  LRR--SORT-TIME-HH   PIC 99.                          26/10/15
957222         03  LRR--SORT-TIME-MI   PIC 99.                          26/10/15
957226         03  LRR--SORT-TIME-SS   PIC 99.                          26/10/15
957230         03  LRR--SORT-TIME-CC   PIC 99.                          26/10/15
957234     02  LRR--SORT-ELAPSED       PIC 9(9).                        26/10/15
957238     02  LRR--SORT-TRANS         PIC 9(9).                        26/10/15
957242     02  LRR--SORT-RESTART       PIC X.                           26/10/15
957246     02  LRR--SORT-ABEND         PIC X(4).                        26/10/15
957250     02  LRR--SORT-LIMIT         PIC 9(6).                        26/10/15
957254                                                                  26/10/15
957258 WORKING-STORAGE SECTION.                                         26/10/15
957262                                                                  26/10/15
957266 01  LRR--CONTROL.                                                26/10/15
957270     02  LRR--RUNLOG-STATUS      PIC XX     VALUE "00".           26/10/15
957274     02  LRR--LIMIT-STATUS       PIC XX     VALUE "00".           26/10/15
957278     02  LRR--RUNLOG-EOF         PIC X      VALUE "N".            26/10/15
957282         88  LRR--RUNLOG-AT-END             VALUE "Y".            26/10/15
957286     02  LRR--LIMIT-EOF          PIC X      VALUE "N".            26/10/15
957290         88  LRR--LIMIT-AT-END              VALUE "Y".            26/10/15
957294     02  LRR--SORT-EOF           PIC X      VALUE "N".            26/10/15
957298         88  LRR--SORT-AT-END               VALUE "Y".            26/10/15
957302     02  LRR--RUN-VALID          PIC X      VALUE "Y".            26/10/15
957306         88  LRR--RUN-IS-VALID              VALUE "Y".            26/10/15
957310     02  LRR--RUNS-READ          PIC S9(9)  COMP VALUE ZERO.      26/10/15
957314     02  LRR--RUNS-SKIPPED       PIC S9(9)  COMP VALUE ZERO.      26/10/15
957318     02  LRR--RETURN             PIC S9(4)  COMP VALUE ZERO.      26/10/15
957322     02  LRR--SUB                PIC S9(4)  COMP VALUE ZERO.      26/10/15
957326     02  LRR--LVL                PIC S9(4)  COMP VALUE ZERO.      26/10/15
957330     02  LRR--ITEM               PIC S9(4)  COMP VALUE ZERO.      26/10/15
957334     02  LRR--CLASS-SUB          PIC S9(4)  COMP VALUE ZERO.      26/10/15
957338     02  LRR--DISPLAY-COUNT      PIC Z(8)9.                       26/10/15
957342                                                                  26/10/15
957346*    ELAPSED-TIME LIMITS FROM TRDPARM, IN SECONDS                 26/10/15
957350 01  LRR--LIMITS.                                                 26/10/15
957354     02  LRR--DEFAULT-LIMIT      PIC 9(6)   VALUE ZERO.           26/10/15
957358     02  LRR--LIMIT-COUNT        PIC S9(4)  COMP VALUE ZERO.      26/10/15
957362     02  LRR--LIMIT-ENTRY        OCCURS 200 TIMES.                26/10/15
957366         03  LRR--LIMIT-PROGRAM  PIC X(12).                       26/10/15
957370         03  LRR--LIMIT-SECS     PIC 9(6).                        26/10/15
957374                                                                  26/10/15
957378*    DAY NUMBERING, FOR ELAPSED TIME ACROSS MIDNIGHT              26/10/15
957382 01  LRR--CALENDAR.                                               26/10/15
957386     02  LRR--DATE-YY            PIC 99.                          26/10/15
957390     02  LRR--DATE-MM            PIC 99.                          26/10/15
957394     02  LRR--DATE-DD            PIC 99.                          26/10/15
957398     02  LRR--CCYY               PIC S9(4)  COMP.                 26/10/15
957402     02  LRR--CAL-YEAR           PIC S9(4)  COMP.                 26/10/15
957406     02  LRR--CAL-MONTH          PIC S9(4)  COMP.                 26/10/15
957410     02  LRR--QUADS              PIC S9(4)  COMP.                 26/10/15
957414     02  LRR--CENTURIES          PIC S9(4)  COMP.                 26/10/15
957418     02  LRR--QUAD-CENTURIES     PIC S9(4)  COMP.                 26/10/15
957422     02  LRR--MONTH-DAYS         PIC S9(4)  COMP.                 26/10/15
957426     02  LRR--DAY-NUMBER         PIC S9(9)  COMP.                 26/10/15
957430     02  LRR--START-DAY-NUMBER   PIC S9(9)  COMP.                 26/10/15
957434     02  LRR--START-HUNDREDTHS   PIC S9(9)  COMP.                 26/10/15
957438     02  LRR--END-HUNDREDTHS     PIC S9(9)  COMP.                 26/10/15
957442     02  LRR--ELAPSED-HUNDREDTHS PIC S9(11) COMP.                 26/10/15
957446                                                                  26/10/15
957450*    ACCUMULATORS: 1 = DAY, 2 = PROGRAM, 3 = ALL PROGRAMS         26/10/15
957454 01  LRR--TOTALS.                                                 26/10/15
957458     02  LRR--TOTAL              OCCURS 3 TIMES.                  26/10/15
957462         03  LRR--ACC-RUNS       PIC S9(9)  COMP.                 26/10/15
957466         03  LRR--ACC-ELAPSED    PIC S9(11) COMP.                 26/10/15
957470         03  LRR--ACC-LONGEST    PIC S9(9)  COMP.                 26/10/15
957474         03  LRR--ACC-TRANS      PIC S9(11) COMP.                 26/10/15
957478         03  LRR--ACC-RESTARTS   PIC S9(9)  COMP.                 26/10/15
957482         03  LRR--ACC-ABENDS     PIC S9(9)  COMP.                 26/10/15
957486         03  LRR--ACC-BREACHES   PIC S9(9)  COMP.                 26/10/15
957490                                                                  26/10/15
957494 01  LRR--BREAK-WORK.                                             26/10/15
957498     02  LRR--CUR-PROGRAM        PIC X(12).                       26/10/15
957502     02  LRR--CUR-DAY            PIC 9(8).                        26/10/15
957506     02  LRR--CUR-LIMIT          PIC 9(6).                        26/10/15
957510     02  LRR--AVERAGE            PIC S9(9)  COMP.                 26/10/15
957514     02  LRR--RATE               PIC S9(9)  COMP.                 26/10/15
957518     02  LRR--PEAK               PIC S9(9)  COMP.                 26/10/15
957522     02  LRR--BREACH-COUNT       PIC S9(4)  COMP.                 26/10/15
957526     02  LRR--BREACH-LOST        PIC S9(9)  COMP.                 26/10/15
957530     02  LRR--BREACH             OCCURS 50 TIMES.                 26/10/15
957534         03  LRR--BREACH-DAY     PIC 9(8).                        26/10/15
957538         03  LRR--BREACH-TIME    PIC 9(8).                        26/10/15
957542         03  LRR--BREACH-ELAPSED PIC 9(9).                        26/10/15
957546         03  LRR--BREACH-ABEND   PIC X(4).                        26/10/15
957550                                                                  26/10/15
957554*    FEEDBACK CLASSES, IN THE ORDER OF THE .msg CATALOG; THE LAST 26/10/15
957558*    ENTRY COLLECTS ANY FEEDBACK CODE NOT IN THE LIST             26/10/15
957562 01  LRR--CLASS-NAMES.                                            26/10/15
957566     02  FILLER                  PIC X(28)  VALUE                 26/10/15
957570         "QSCEABNDARNGAACCAEVTAOVFAUNF".                          26/10/15
957574     02  FILLER                  PIC X(28)  VALUE                 26/10/15
957578         "ATRNATIMAJRNASESAMODAQUEATMR".                          26/10/15
957582     02  FILLER                  PIC X(28)  VALUE                 26/10/15
957586         "ARCVAJWRAEVFASIGABALADUPACTF".                          26/10/15
957588     02  FILLER                  PIC X(8)   VALUE "ASFLASND".     26/10/15
957590     02  FILLER                  PIC X(4)   VALUE "OTHR".         26/10/15
957594 01  FILLER                      REDEFINES  LRR--CLASS-NAMES.     26/10/15
957598     02  LRR--CLASS-NAME         PIC X(4)   OCCURS 24 TIMES.      26/10/15
957602 01  LRR--CLASS-MAX              PIC S9(4)  COMP VALUE 24.        26/10/15
957606 01  LRR--PROGRAM-CLASSES.                                        26/10/15
957610     02  LRR--PROGRAM-CLASS      PIC S9(9)  COMP OCCURS 24 TIMES. 26/10/15
957614 01  LRR--ALL-CLASSES.                                            26/10/15
957618     02  LRR--ALL-CLASS          PIC S9(9)  COMP OCCURS 24 TIMES. 26/10/15
957622 01  LRR--PRINT-CLASSES.                                          26/10/15
957626     02  LRR--PRINT-CLASS        PIC S9(9)  COMP OCCURS 24 TIMES. 26/10/15
957630                                                                  26/10/15
957634 01  LRR--TITLE-LINE.                                             26/10/15
957638     02  FILLER                  PIC X(44)  VALUE                 26/10/15
957642         "BATCH-WINDOW TREND REPORT - RUNFILE      RUN".          26/10/15
957646     02  FILLER                  PIC X(6)   VALUE " DATE ".       26/10/15
957650     02  LRR--TITLE-DATE         PIC 99/99/99.                    26/10/15
957654     02  FILLER                  PIC X(74)  VALUE SPACES.         26/10/15
957658                                                                  26/10/15
957662 01  LRR--HEADING-LINE.                                           26/10/15
957666     02  FILLER                  PIC X(14)  VALUE "PROGRAM".      26/10/15
957670     02  FILLER                  PIC X(12)  VALUE "DATE".         26/10/15
957674     02  FILLER                  PIC X(8)   VALUE "  RUNS".       26/10/15
957678     02  FILLER                  PIC X(11)  VALUE "  AVERAGE".    26/10/15
957682     02  FILLER                  PIC X(11)  VALUE "  LONGEST".    26/10/15
957686     02  FILLER                  PIC X(11)  VALUE "TRANS/SEC".    26/10/15
957690     02  FILLER                  PIC X(10)  VALUE "RESTARTS".     26/10/15
957694     02  FILLER                  PIC X(9)   VALUE " ABENDS".      26/10/15
957698     02  FILLER                  PIC X(10)  VALUE "BREACHES".     26/10/15
957702     02  FILLER                  PIC X(8)   VALUE " LIMIT".       26/10/15
957706     02  FILLER                  PIC X(7)   VALUE " PEAK".        26/10/15
957710     02  FILLER                  PIC X(21)  VALUE SPACES.         26/10/15
957714                                                                  26/10/15
957718 01  LRR--UNITS-LINE.                                             26/10/15
957722     02  FILLER                  PIC X(34)  VALUE SPACES.         26/10/15
957726     02  FILLER                  PIC X(11)  VALUE "     SECS".    26/10/15
957730     02  FILLER                  PIC X(11)  VALUE "     SECS".    26/10/15
957734     02  FILLER                  PIC X(40)  VALUE SPACES.         26/10/15
957738     02  FILLER                  PIC X(8)   VALUE "  SECS".       26/10/15
957742     02  FILLER                  PIC X(7)   VALUE "OF LIM".       26/10/15
957746     02  FILLER                  PIC X(21)  VALUE SPACES.         26/10/15
957750                                                                  26/10/15
957754 01  LRR--DETAIL-LINE.                                            26/10/15
957758     02  LRR--OUT-PROGRAM        PIC X(12).                       26/10/15
957762     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957766     02  LRR--OUT-DAY            PIC 9999/99/99.                  26/10/15
957770     02  LRR--OUT-DAY-TEXT       REDEFINES LRR--OUT-DAY           26/10/15
957774                                 PIC X(10).                       26/10/15
957778     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957782     02  LRR--OUT-RUNS           PIC Z(5)9.                       26/10/15
957786     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957790     02  LRR--OUT-AVERAGE        PIC Z(8)9.                       26/10/15
957794     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957798     02  LRR--OUT-LONGEST        PIC Z(8)9.                       26/10/15
957802     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957806     02  LRR--OUT-RATE           PIC Z(8)9.                       26/10/15
957810     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957814     02  LRR--OUT-RESTARTS       PIC Z(7)9.                       26/10/15
957818     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957822     02  LRR--OUT-ABENDS         PIC Z(6)9.                       26/10/15
957826     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957830     02  LRR--OUT-BREACHES       PIC Z(7)9.                       26/10/15
957834     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957838     02  LRR--OUT-LIMIT          PIC Z(5)9  BLANK WHEN ZERO.      26/10/15
957842     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957846     02  LRR--OUT-PEAK           PIC ZZZ9   BLANK WHEN ZERO.      26/10/15
957850     02  LRR--OUT-PEAK-SIGN      PIC X.                           26/10/15
957854     02  FILLER                  PIC XX     VALUE SPACES.         26/10/15
957858     02  LRR--OUT-FLAG           PIC X(10).                       26/10/15
957862     02  FILLER                  PIC X(11)  VALUE SPACES.         26/10/15
957866                                                                  26/10/15
957870 01  LRR--CLASS-LINE.                                             26/10/15
957874     02  LRR--OUT-CLASS-LABEL    PIC X(16).                       26/10/15
957878     02  LRR--OUT-CLASS          OCCURS 7 TIMES.                  26/10/15
957882         03  LRR--OUT-CLASS-NAME PIC X(4).                        26/10/15
957886         03  FILLER              PIC X.                           26/10/15
957890         03  LRR--OUT-CLASS-NBR  PIC ZZZZ9.                       26/10/15
957894         03  FILLER              PIC X(3).                        26/10/15
957898     02  FILLER                  PIC X(25).                       26/10/15
957902                                                                  26/10/15
957906 01  LRR--BREACH-LINE.                                            26/10/15
957910     02  FILLER                  PIC X(16)  VALUE "  OVER LIMIT". 26/10/15
957914     02  LRR--OUT-BREACH-DAY     PIC 9999/99/99.                  26/10/15
957918     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
957922     02  LRR--OUT-BREACH-HH      PIC 99.                          26/10/15
957926     02  FILLER                  PIC X      VALUE ":".            26/10/15
957930     02  LRR--OUT-BREACH-MI      PIC 99.                          26/10/15
957934     02  FILLER                  PIC X      VALUE ":".            26/10/15
957938     02  LRR--OUT-BREACH-SS      PIC 99.                          26/10/15
957942     02  FILLER                  PIC X(10)  VALUE "  ELAPSED ".   26/10/15
957946     02  LRR--OUT-BREACH-ELAPSED PIC Z(8)9.                       26/10/15
957950     02  FILLER                  PIC X(8)   VALUE "  LIMIT ".     26/10/15
957954     02  LRR--OUT-BREACH-LIMIT   PIC Z(5)9.                       26/10/15
957958     02  FILLER                  PIC X(8)   VALUE "  ABEND ".     26/10/15
957962     02  LRR--OUT-BREACH-ABEND   PIC X(4).                        26/10/15
957966     02  FILLER                  PIC X(52)  VALUE SPACES.         26/10/15
957970                                                                  26/10/15
957974 01  LRR--LOST-LINE.                                              26/10/15
957978     02  FILLER                  PIC X(16)  VALUE "  OVER LIMIT". 26/10/15
957982     02  LRR--OUT-LOST           PIC Z(8)9.                       26/10/15
957986     02  FILLER                  PIC X(20)  VALUE                 26/10/15
957990         " MORE NOT LISTED".                                      26/10/15
957994     02  FILLER                  PIC X(87)  VALUE SPACES.         26/10/15
957998                                                                  26/10/15
958002 PROCEDURE DIVISION.                                              26/10/15
958006                                                                  26/10/15
958010*    EACH SORT PROCEDURE IS ONE PARAGRAPH AND ITS EXIT; THE       26/10/15
958014*    PARAGRAPHS THEY PERFORM FOLLOW THE EXIT                      26/10/15
958018 LRR--MAIN.                                                       26/10/15
958026     PERFORM LRR--LOAD-LIMITS                                     26/10/15
958030     OPEN INPUT LRR--RUNLOG-FILE                                  26/10/15
958034     IF LRR--RUNLOG-STATUS NOT = "00"                             26/10/15
958038        AND LRR--RUNLOG-STATUS NOT = "05"                         26/10/15
958042         DISPLAY "LR0505E RUNFILE cannot be read - file status "  26/10/15
958046                 LRR--RUNLOG-STATUS                               26/10/15
958050         MOVE 8 TO RETURN-CODE                                    26/10/15
958054         STOP RUN                                                 26/10/15
958058     .                                                            26/10/15
958062     OPEN OUTPUT LRR--REPORT-FILE                                 26/10/15
958066     SORT LRR--SORT-FILE                                          26/10/15
958070         ON ASCENDING KEY LRR--SORT-PROGRAM                       26/10/15
958074                          LRR--SORT-DAY                           26/10/15
958078                          LRR--SORT-TIME                          26/10/15
958082         INPUT PROCEDURE IS LRR--LOAD-RUNS                        26/10/15
958084             THRU LRR--LOAD-EXIT                                  26/10/15
958086         OUTPUT PROCEDURE IS LRR--REPORT-RUNS                     26/10/15
958088             THRU LRR--REPORT-EXIT                                26/10/15
958090     CLOSE LRR--RUNLOG-FILE                                       26/10/15
958094     CLOSE LRR--REPORT-FILE                                       26/10/15
958098     MOVE LRR--RUNS-READ TO LRR--DISPLAY-COUNT                    26/10/15
958102     DISPLAY "LR0501I Trend report written to TRDFILE - runs"     26/10/15
958106             " read:" LRR--DISPLAY-COUNT                          26/10/15
958110     IF LRR--RUNS-SKIPPED > ZERO                                  26/10/15
958114         MOVE LRR--RUNS-SKIPPED TO LRR--DISPLAY-COUNT             26/10/15
958118         DISPLAY "LR0502W RUNFILE records unreadable - skipped:"  26/10/15
958122                 LRR--DISPLAY-COUNT                               26/10/15
958126         MOVE 4 TO LRR--RETURN                                    26/10/15
958130     .                                                            26/10/15
958134     IF LRR--ACC-BREACHES (3) > ZERO                              26/10/15
958138         MOVE LRR--ACC-BREACHES (3) TO LRR--DISPLAY-COUNT         26/10/15
958142         DISPLAY "LR0503W Runs over their elapsed-time limit:"    26/10/15
958146                 LRR--DISPLAY-COUNT                               26/10/15
958150         MOVE 4 TO LRR--RETURN                                    26/10/15
958154     .                                                            26/10/15
958158     IF LRR--RUNLOG-STATUS NOT = "00"                             26/10/15
958162        AND LRR--RUNLOG-STATUS NOT = "05"                         26/10/15
958166        AND LRR--RUNLOG-STATUS NOT = "10"                         26/10/15
958170         MOVE 8 TO LRR--RETURN                                    26/10/15
958174     .                                                            26/10/15
958178     MOVE LRR--RETURN TO RETURN-CODE                              26/10/15
958182     STOP RUN                                                     26/10/15
958186     .                                                            26/10/15
958190                                                                  26/10/15
958194 LRR--LOAD-LIMITS.                                                26/10/15
958198     OPEN INPUT LRR--LIMIT-FILE                                   26/10/15
958202     IF LRR--LIMIT-STATUS = "00"                                  26/10/15
958206        OR LRR--LIMIT-STATUS = "05"                               26/10/15
958210         PERFORM LRR--READ-LIMIT                                  26/10/15
958214         PERFORM LRR--TAKE-LIMIT                                  26/10/15
958218           UNTIL LRR--LIMIT-AT-END                                26/10/15
958222         CLOSE LRR--LIMIT-FILE                                    26/10/15
958226     ELSE                                                         26/10/15
958230         DISPLAY "LR0506W Threshold file unusable - no limits"    26/10/15
958234                 " applied - file status " LRR--LIMIT-STATUS      26/10/15
958238         MOVE 4 TO LRR--RETURN                                    26/10/15
958242     .                                                            26/10/15
958246                                                                  26/10/15
958250 LRR--READ-LIMIT.                                                 26/10/15
958254     READ LRR--LIMIT-FILE                                         26/10/15
958258         AT END                                                   26/10/15
958262             MOVE "Y" TO LRR--LIMIT-EOF                           26/10/15
958266     .                                                            26/10/15
958270     IF LRR--LIMIT-STATUS NOT = "00"                              26/10/15
958274        AND LRR--LIMIT-STATUS NOT = "10"                          26/10/15
958278         DISPLAY "LR0506W Threshold file unusable - no limits"    26/10/15
958282                 " applied - file status " LRR--LIMIT-STATUS      26/10/15
958286         MOVE "Y" TO LRR--LIMIT-EOF                               26/10/15
958290         MOVE ZERO TO LRR--LIMIT-COUNT                            26/10/15
958294         MOVE ZERO TO LRR--DEFAULT-LIMIT                          26/10/15
958298         MOVE 4 TO LRR--RETURN                                    26/10/15
958302     .                                                            26/10/15
958306                                                                  26/10/15
958310 LRR--TAKE-LIMIT.                                                 26/10/15
958314     IF LRR--PARM-PROGRAM NOT = SPACES                            26/10/15
958318        AND LRR--PARM-MARK NOT = "!"                              26/10/15
958322         PERFORM LRR--STORE-LIMIT                                 26/10/15
958326     .                                                            26/10/15
958330     PERFORM LRR--READ-LIMIT                                      26/10/15
958334     .                                                            26/10/15
958338                                                                  26/10/15
958342 LRR--STORE-LIMIT.                                                26/10/15
958346     IF LRR--PARM-SECS NOT NUMERIC                                26/10/15
958350        OR LRR--PARM-SECS = ZERO                                  26/10/15
958354        OR LRR--LIMIT-COUNT = 200                                 26/10/15
958358         DISPLAY "LR0504W Threshold line ignored: "               26/10/15
958362                 LRR--PARM-PROGRAM                                26/10/15
958366         MOVE 4 TO LRR--RETURN                                    26/10/15
958370     ELSE                                                         26/10/15
958374     IF LRR--PARM-PROGRAM = "*"                                   26/10/15
958378         MOVE LRR--PARM-SECS TO LRR--DEFAULT-LIMIT                26/10/15
958382     ELSE                                                         26/10/15
958386         ADD 1 TO LRR--LIMIT-COUNT                                26/10/15
958390         MOVE LRR--LIMIT-COUNT TO LRR--SUB                        26/10/15
958394         MOVE LRR--PARM-PROGRAM TO LRR--LIMIT-PROGRAM (LRR--SUB)  26/10/15
958398         MOVE LRR--PARM-SECS TO LRR--LIMIT-SECS (LRR--SUB)        26/10/15
958402     .                                                            26/10/15
958406                                                                  26/10/15
958410*    INPUT PROCEDURE: EVERY USABLE RUNFILE RECORD IS RELEASED WITH26/10/15
958414*    ITS START DAY, ELAPSED SECONDS AND APPLICABLE LIMIT          26/10/15
958418 LRR--LOAD-RUNS.                                                  26/10/15
958426     PERFORM LRR--READ-RUN                                        26/10/15
958430     PERFORM LRR--LOAD-ONE-RUN                                    26/10/15
958434       UNTIL LRR--RUNLOG-AT-END                                   26/10/15
958442     .                                                            26/10/15
958443                                                                  26/10/15
958444 LRR--LOAD-EXIT.                                                  26/10/15
958445     EXIT.                                                        26/10/15
958446                                                                  26/10/15
958450 LRR--READ-RUN.                                                   26/10/15
958454     READ LRR--RUNLOG-FILE                                        26/10/15
958458         AT END                                                   26/10/15
958462             MOVE "Y" TO LRR--RUNLOG-EOF                          26/10/15
958466     .                                                            26/10/15
958470     IF LRR--RUNLOG-STATUS NOT = "00"                             26/10/15
958474        AND LRR--RUNLOG-STATUS NOT = "10"                         26/10/15
958478         DISPLAY "LR0505E RUNFILE cannot be read - file status "  26/10/15
958482                 LRR--RUNLOG-STATUS                               26/10/15
958486         MOVE "Y" TO LRR--RUNLOG-EOF                              26/10/15
958490     .                                                            26/10/15
958494                                                                  26/10/15
958498 LRR--LOAD-ONE-RUN.                                               26/10/15
958502     ADD 1 TO LRR--RUNS-READ                                      26/10/15
958506     PERFORM LRR--CHECK-RUN                                       26/10/15
958510     IF LRR--RUN-IS-VALID                                         26/10/15
958514         PERFORM LRR--RELEASE-RUN                                 26/10/15
958518     .                                                            26/10/15
958522     IF NOT LRR--RUN-IS-VALID                                     26/10/15
958526         ADD 1 TO LRR--RUNS-SKIPPED                               26/10/15
958530     .                                                            26/10/15
958534     PERFORM LRR--READ-RUN                                        26/10/15
958538     .                                                            26/10/15
958542                                                                  26/10/15
958546 LRR--CHECK-RUN.                                                  26/10/15
958550     MOVE "Y" TO LRR--RUN-VALID                                   26/10/15
958554     IF LRR--IN-PROGRAM = SPACES                                  26/10/15
958558        OR LRR--IN-SDATE NOT NUMERIC                              26/10/15
958562        OR LRR--IN-STIME NOT NUMERIC                              26/10/15
958566        OR LRR--IN-EDATE NOT NUMERIC                              26/10/15
958570        OR LRR--IN-ETIME NOT NUMERIC                              26/10/15
958574        OR LRR--IN-TRANS NOT NUMERIC                              26/10/15
958578         MOVE "N" TO LRR--RUN-VALID                               26/10/15
958582     ELSE                                                         26/10/15
958586     IF LRR--IN-SDATE-MM < 1 OR LRR--IN-SDATE-MM > 12             26/10/15
958590        OR LRR--IN-EDATE-MM < 1 OR LRR--IN-EDATE-MM > 12          26/10/15
958594        OR LRR--IN-SDATE-DD < 1 OR LRR--IN-SDATE-DD > 31          26/10/15
958598        OR LRR--IN-EDATE-DD < 1 OR LRR--IN-EDATE-DD > 31          26/10/15
958602         MOVE "N" TO LRR--RUN-VALID                               26/10/15
958606     .                                                            26/10/15
958610                                                                  26/10/15
958614 LRR--RELEASE-RUN.                                                26/10/15
958618     MOVE LRR--IN-SDATE-YY TO LRR--DATE-YY                        26/10/15
958622     MOVE LRR--IN-SDATE-MM TO LRR--DATE-MM                        26/10/15
958626     MOVE LRR--IN-SDATE-DD TO LRR--DATE-DD                        26/10/15
958630     PERFORM LRR--NUMBER-THE-DAY                                  26/10/15
958634     MOVE LRR--DAY-NUMBER TO LRR--START-DAY-NUMBER                26/10/15
958638     COMPUTE LRR--SORT-DAY = LRR--CCYY * 10000                    26/10/15
958642                           + LRR--DATE-MM * 100 + LRR--DATE-DD    26/10/15
958646     MOVE LRR--IN-EDATE-YY TO LRR--DATE-YY                        26/10/15
958650     MOVE LRR--IN-EDATE-MM TO LRR--DATE-MM                        26/10/15
958654     MOVE LRR--IN-EDATE-DD TO LRR--DATE-DD                        26/10/15
958658     PERFORM LRR--NUMBER-THE-DAY                                  26/10/15
958662     COMPUTE LRR--START-HUNDREDTHS = LRR--IN-STIME-HH * 360000    26/10/15
958666                                   + LRR--IN-STIME-MI * 6000      26/10/15
958670                                   + LRR--IN-STIME-SS * 100       26/10/15
958674                                   + LRR--IN-STIME-CC             26/10/15
958678     COMPUTE LRR--END-HUNDREDTHS = LRR--IN-ETIME-HH * 360000      26/10/15
958682                                 + LRR--IN-ETIME-MI * 6000        26/10/15
958686                                 + LRR--IN-ETIME-SS * 100         26/10/15
958690                                 + LRR--IN-ETIME-CC               26/10/15
958694     COMPUTE LRR--ELAPSED-HUNDREDTHS =                            26/10/15
958698             (LRR--DAY-NUMBER - LRR--START-DAY-NUMBER) * 8640000  26/10/15
958702           + LRR--END-HUNDREDTHS - LRR--START-HUNDREDTHS          26/10/15
958706     IF LRR--ELAPSED-HUNDREDTHS < ZERO                            26/10/15
958710         MOVE "N" TO LRR--RUN-VALID                               26/10/15
958714     ELSE                                                         26/10/15
958718         PERFORM LRR--RELEASE-SORT-RECORD                         26/10/15
958722     .                                                            26/10/15
958726                                                                  26/10/15
958730 LRR--RELEASE-SORT-RECORD.                                        26/10/15
958734     MOVE LRR--IN-PROGRAM TO LRR--SORT-PROGRAM                    26/10/15
958738     MOVE LRR--IN-STIME   TO LRR--SORT-TIME                       26/10/15
958742     COMPUTE LRR--SORT-ELAPSED ROUNDED =                          26/10/15
958746             LRR--ELAPSED-HUNDREDTHS / 100                        26/10/15
958750     MOVE LRR--IN-TRANS   TO LRR--SORT-TRANS                      26/10/15
958754     MOVE LRR--IN-RESTART TO LRR--SORT-RESTART                    26/10/15
958758     MOVE LRR--IN-ABEND   TO LRR--SORT-ABEND                      26/10/15
958762     MOVE LRR--DEFAULT-LIMIT TO LRR--SORT-LIMIT                   26/10/15
958766     PERFORM LRR--MATCH-LIMIT                                     26/10/15
958770       VARYING LRR--SUB FROM 1 BY 1                               26/10/15
958774         UNTIL LRR--SUB > LRR--LIMIT-COUNT                        26/10/15
958778     RELEASE LRR--SORT-RECORD                                     26/10/15
958782     .                                                            26/10/15
958786                                                                  26/10/15
958790 LRR--MATCH-LIMIT.                                                26/10/15
958794     IF LRR--LIMIT-PROGRAM (LRR--SUB) = LRR--IN-PROGRAM           26/10/15
958798         MOVE LRR--LIMIT-SECS (LRR--SUB) TO LRR--SORT-LIMIT       26/10/15
958802     .                                                            26/10/15
958806                                                                  26/10/15
958810*    DAY NUMBER OF LRR--DATE-YY/MM/DD COUNTED FROM A FIXED ORIGIN,26/10/15
958814*    WITH YEARS BELOW 50 TAKEN AS 20YY                            26/10/15
958818 LRR--NUMBER-THE-DAY.                                             26/10/15
958822     IF LRR--DATE-YY < 50                                         26/10/15
958826         COMPUTE LRR--CCYY = 2000 + LRR--DATE-YY                  26/10/15
958830     ELSE                                                         26/10/15
958834         COMPUTE LRR--CCYY = 1900 + LRR--DATE-YY                  26/10/15
958838     .                                                            26/10/15
958842     IF LRR--DATE-MM > 2                                          26/10/15
958846         MOVE LRR--CCYY TO LRR--CAL-YEAR                          26/10/15
958850         COMPUTE LRR--CAL-MONTH = LRR--DATE-MM - 3                26/10/15
958854     ELSE                                                         26/10/15
958858         COMPUTE LRR--CAL-YEAR = LRR--CCYY - 1                    26/10/15
958862         COMPUTE LRR--CAL-MONTH = LRR--DATE-MM + 9                26/10/15
958866     .                                                            26/10/15
958870     DIVIDE LRR--CAL-YEAR BY 4   GIVING LRR--QUADS                26/10/15
958874     DIVIDE LRR--CAL-YEAR BY 100 GIVING LRR--CENTURIES            26/10/15
958878     DIVIDE LRR--CAL-YEAR BY 400 GIVING LRR--QUAD-CENTURIES       26/10/15
958882     COMPUTE LRR--MONTH-DAYS = LRR--CAL-MONTH * 153 + 2           26/10/15
958886     DIVIDE LRR--MONTH-DAYS BY 5 GIVING LRR--MONTH-DAYS           26/10/15
958890     COMPUTE LRR--DAY-NUMBER = LRR--CAL-YEAR * 365                26/10/15
958894                             + LRR--QUADS - LRR--CENTURIES        26/10/15
958898                             + LRR--QUAD-CENTURIES                26/10/15
958902                             + LRR--MONTH-DAYS + LRR--DATE-DD     26/10/15
958906     .                                                            26/10/15
958910                                                                  26/10/15
958926*    OUTPUT PROCEDURE: CONTROL BREAKS ON PROGRAM AND DAY          26/10/15
958930 LRR--REPORT-RUNS.                                                26/10/15
958938     ACCEPT LRR--TITLE-DATE FROM DATE                             26/10/15
958942     WRITE LRR--REPORT-RECORD FROM LRR--TITLE-LINE                26/10/15
958946     MOVE SPACES TO LRR--REPORT-RECORD                            26/10/15
958950     WRITE LRR--REPORT-RECORD                                     26/10/15
958954     WRITE LRR--REPORT-RECORD FROM LRR--HEADING-LINE              26/10/15
958958     WRITE LRR--REPORT-RECORD FROM LRR--UNITS-LINE                26/10/15
958962     MOVE 3 TO LRR--LVL                                           26/10/15
958966     PERFORM LRR--CLEAR-LEVEL                                     26/10/15
958970     PERFORM LRR--CLEAR-ALL-CLASS                                 26/10/15
958974       VARYING LRR--CLASS-SUB FROM 1 BY 1                         26/10/15
958978         UNTIL LRR--CLASS-SUB > LRR--CLASS-MAX                    26/10/15
958982     PERFORM LRR--RETURN-RUN                                      26/10/15
958986     PERFORM LRR--REPORT-PROGRAM                                  26/10/15
958990       UNTIL LRR--SORT-AT-END                                     26/10/15
958994     PERFORM LRR--REPORT-GRAND-TOTAL                              26/10/15
959002     .                                                            26/10/15
959003                                                                  26/10/15
959004 LRR--REPORT-EXIT.                                                26/10/15
959005     EXIT.                                                        26/10/15
959006                                                                  26/10/15
959010 LRR--RETURN-RUN.                                                 26/10/15
959014     RETURN LRR--SORT-FILE                                        26/10/15
959018         AT END                                                   26/10/15
959022             MOVE "Y" TO LRR--SORT-EOF                            26/10/15
959026     .                                                            26/10/15
959030                                                                  26/10/15
959034 LRR--REPORT-PROGRAM.                                             26/10/15
959038     MOVE LRR--SORT-PROGRAM TO LRR--CUR-PROGRAM                   26/10/15
959042     MOVE LRR--SORT-LIMIT   TO LRR--CUR-LIMIT                     26/10/15
959046     MOVE ZERO TO LRR--BREACH-COUNT                               26/10/15
959050     MOVE ZERO TO LRR--BREACH-LOST                                26/10/15
959054     MOVE 2 TO LRR--LVL                                           26/10/15
959058     PERFORM LRR--CLEAR-LEVEL                                     26/10/15
959062     PERFORM LRR--CLEAR-PROGRAM-CLASS                             26/10/15
959066       VARYING LRR--CLASS-SUB FROM 1 BY 1                         26/10/15
959070         UNTIL LRR--CLASS-SUB > LRR--CLASS-MAX                    26/10/15
959074     MOVE SPACES TO LRR--REPORT-RECORD                            26/10/15
959078     WRITE LRR--REPORT-RECORD                                     26/10/15
959082     PERFORM LRR--REPORT-DAY                                      26/10/15
959086       UNTIL LRR--SORT-AT-END                                     26/10/15
959090          OR LRR--SORT-PROGRAM NOT = LRR--CUR-PROGRAM             26/10/15
959094     MOVE 2 TO LRR--LVL                                           26/10/15
959098     MOVE LRR--CUR-PROGRAM TO LRR--OUT-PROGRAM                    26/10/15
959102     MOVE "TOTAL" TO LRR--OUT-DAY-TEXT                            26/10/15
959106     PERFORM LRR--WRITE-DETAIL                                    26/10/15
959110     MOVE LRR--PROGRAM-CLASSES TO LRR--PRINT-CLASSES              26/10/15
959114     PERFORM LRR--WRITE-CLASSES                                   26/10/15
959118     PERFORM LRR--WRITE-BREACH                                    26/10/15
959122       VARYING LRR--SUB FROM 1 BY 1                               26/10/15
959126         UNTIL LRR--SUB > LRR--BREACH-COUNT                       26/10/15
959130     IF LRR--BREACH-LOST > ZERO                                   26/10/15
959134         MOVE LRR--BREACH-LOST TO LRR--OUT-LOST                   26/10/15
959138         WRITE LRR--REPORT-RECORD FROM LRR--LOST-LINE             26/10/15
959142     .                                                            26/10/15
959146                                                                  26/10/15
959150 LRR--REPORT-DAY.                                                 26/10/15
959154     MOVE LRR--SORT-DAY TO LRR--CUR-DAY                           26/10/15
959158     MOVE 1 TO LRR--LVL                                           26/10/15
959162     PERFORM LRR--CLEAR-LEVEL                                     26/10/15
959166     PERFORM LRR--ACCUMULATE-RUN                                  26/10/15
959170       UNTIL LRR--SORT-AT-END                                     26/10/15
959174          OR LRR--SORT-PROGRAM NOT = LRR--CUR-PROGRAM             26/10/15
959178          OR LRR--SORT-DAY NOT = LRR--CUR-DAY                     26/10/15
959182     MOVE 1 TO LRR--LVL                                           26/10/15
959186     MOVE LRR--CUR-PROGRAM TO LRR--OUT-PROGRAM                    26/10/15
959190     MOVE LRR--CUR-DAY TO LRR--OUT-DAY                            26/10/15
959194     PERFORM LRR--WRITE-DETAIL                                    26/10/15
959198     .                                                            26/10/15
959202                                                                  26/10/15
959206 LRR--ACCUMULATE-RUN.                                             26/10/15
959210     PERFORM LRR--ADD-RUN                                         26/10/15
959214       VARYING LRR--LVL FROM 1 BY 1 UNTIL LRR--LVL > 3            26/10/15
959218     IF LRR--SORT-ABEND NOT = SPACES                              26/10/15
959222         PERFORM LRR--COUNT-CLASS                                 26/10/15
959226     .                                                            26/10/15
959230     IF LRR--SORT-LIMIT > ZERO                                    26/10/15
959234        AND LRR--SORT-ELAPSED > LRR--SORT-LIMIT                   26/10/15
959238         PERFORM LRR--NOTE-BREACH                                 26/10/15
959242     .                                                            26/10/15
959246     PERFORM LRR--RETURN-RUN                                      26/10/15
959250     .                                                            26/10/15
959254                                                                  26/10/15
959258 LRR--ADD-RUN.                                                    26/10/15
959262     ADD 1 TO LRR--ACC-RUNS (LRR--LVL)                            26/10/15
959266     ADD LRR--SORT-ELAPSED TO LRR--ACC-ELAPSED (LRR--LVL)         26/10/15
959270     IF LRR--SORT-ELAPSED > LRR--ACC-LONGEST (LRR--LVL)           26/10/15
959274         MOVE LRR--SORT-ELAPSED TO LRR--ACC-LONGEST (LRR--LVL)    26/10/15
959278     .                                                            26/10/15
959282     ADD LRR--SORT-TRANS TO LRR--ACC-TRANS (LRR--LVL)             26/10/15
959286     IF LRR--SORT-RESTART = "Y"                                   26/10/15
959290         ADD 1 TO LRR--ACC-RESTARTS (LRR--LVL)                    26/10/15
959294     .                                                            26/10/15
959298     IF LRR--SORT-ABEND NOT = SPACES                              26/10/15
959302        AND LRR--SORT-ABEND NOT = "QSCE"                          26/10/15
959306         ADD 1 TO LRR--ACC-ABENDS (LRR--LVL)                      26/10/15
959310     .                                                            26/10/15
959314     IF LRR--SORT-LIMIT > ZERO                                    26/10/15
959318        AND LRR--SORT-ELAPSED > LRR--SORT-LIMIT                   26/10/15
959322         ADD 1 TO LRR--ACC-BREACHES (LRR--LVL)                    26/10/15
959326     .                                                            26/10/15
959330                                                                  26/10/15
959334 LRR--COUNT-CLASS.                                                26/10/15
959338     MOVE 1 TO LRR--CLASS-SUB                                     26/10/15
959342     PERFORM LRR--NEXT-CLASS                                      26/10/15
959346       UNTIL LRR--CLASS-SUB = LRR--CLASS-MAX                      26/10/15
959350          OR LRR--CLASS-NAME (LRR--CLASS-SUB) = LRR--SORT-ABEND   26/10/15
959354     ADD 1 TO LRR--PROGRAM-CLASS (LRR--CLASS-SUB)                 26/10/15
959358     ADD 1 TO LRR--ALL-CLASS (LRR--CLASS-SUB)                     26/10/15
959362     .                                                            26/10/15
959366                                                                  26/10/15
959370 LRR--NEXT-CLASS.                                                 26/10/15
959374     ADD 1 TO LRR--CLASS-SUB                                      26/10/15
959378     .                                                            26/10/15
959382                                                                  26/10/15
959386 LRR--NOTE-BREACH.                                                26/10/15
959390     IF LRR--BREACH-COUNT < 50                                    26/10/15
959394         ADD 1 TO LRR--BREACH-COUNT                               26/10/15
959398         MOVE LRR--BREACH-COUNT TO LRR--SUB                       26/10/15
959402         MOVE LRR--SORT-DAY     TO LRR--BREACH-DAY (LRR--SUB)     26/10/15
959406         MOVE LRR--SORT-TIME    TO LRR--BREACH-TIME (LRR--SUB)    26/10/15
959410         MOVE LRR--SORT-ELAPSED TO LRR--BREACH-ELAPSED (LRR--SUB) 26/10/15
959414         MOVE LRR--SORT-ABEND   TO LRR--BREACH-ABEND (LRR--SUB)   26/10/15
959418     ELSE                                                         26/10/15
959422         ADD 1 TO LRR--BREACH-LOST                                26/10/15
959426     .                                                            26/10/15
959430                                                                  26/10/15
959434 LRR--WRITE-DETAIL.                                               26/10/15
959438     MOVE LRR--ACC-RUNS (LRR--LVL) TO LRR--OUT-RUNS               26/10/15
959442     MOVE ZERO TO LRR--AVERAGE                                    26/10/15
959446     IF LRR--ACC-RUNS (LRR--LVL) > ZERO                           26/10/15
959450         DIVIDE LRR--ACC-ELAPSED (LRR--LVL)                       26/10/15
959454             BY LRR--ACC-RUNS (LRR--LVL)                          26/10/15
959458             GIVING LRR--AVERAGE ROUNDED                          26/10/15
959462     .                                                            26/10/15
959466     MOVE LRR--AVERAGE TO LRR--OUT-AVERAGE                        26/10/15
959470     MOVE LRR--ACC-LONGEST (LRR--LVL) TO LRR--OUT-LONGEST         26/10/15
959474     MOVE ZERO TO LRR--RATE                                       26/10/15
959478     IF LRR--ACC-ELAPSED (LRR--LVL) > ZERO                        26/10/15
959482         DIVIDE LRR--ACC-TRANS (LRR--LVL)                         26/10/15
959486             BY LRR--ACC-ELAPSED (LRR--LVL)                       26/10/15
959490             GIVING LRR--RATE ROUNDED                             26/10/15
959494     .                                                            26/10/15
959498     MOVE LRR--RATE TO LRR--OUT-RATE                              26/10/15
959502     MOVE LRR--ACC-RESTARTS (LRR--LVL) TO LRR--OUT-RESTARTS       26/10/15
959506     MOVE LRR--ACC-ABENDS (LRR--LVL) TO LRR--OUT-ABENDS           26/10/15
959510     MOVE LRR--ACC-BREACHES (LRR--LVL) TO LRR--OUT-BREACHES       26/10/15
959514     MOVE ZERO TO LRR--PEAK                                       26/10/15
959518     MOVE ZERO TO LRR--OUT-LIMIT                                  26/10/15
959522     IF LRR--LVL < 3                                              26/10/15
959526        AND LRR--CUR-LIMIT > ZERO                                 26/10/15
959530         MOVE LRR--CUR-LIMIT TO LRR--OUT-LIMIT                    26/10/15
959534         COMPUTE LRR--PEAK ROUNDED =                              26/10/15
959538             LRR--ACC-LONGEST (LRR--LVL) * 100 / LRR--CUR-LIMIT   26/10/15
959542     .                                                            26/10/15
959546     IF LRR--PEAK > 9999                                          26/10/15
959550         MOVE 9999 TO LRR--PEAK                                   26/10/15
959554     .                                                            26/10/15
959558     MOVE LRR--PEAK TO LRR--OUT-PEAK                              26/10/15
959562     MOVE SPACE TO LRR--OUT-PEAK-SIGN                             26/10/15
959566     IF LRR--PEAK > ZERO                                          26/10/15
959570         MOVE "%" TO LRR--OUT-PEAK-SIGN                           26/10/15
959574     .                                                            26/10/15
959578     MOVE SPACES TO LRR--OUT-FLAG                                 26/10/15
959582     IF LRR--ACC-BREACHES (LRR--LVL) > ZERO                       26/10/15
959586         MOVE "*BREACH*" TO LRR--OUT-FLAG                         26/10/15
959590     ELSE                                                         26/10/15
959594     IF LRR--PEAK NOT < 90                                        26/10/15
959598         MOVE "NEAR LIMIT" TO LRR--OUT-FLAG                       26/10/15
959602     .                                                            26/10/15
959606     WRITE LRR--REPORT-RECORD FROM LRR--DETAIL-LINE               26/10/15
959610     .                                                            26/10/15
959614                                                                  26/10/15
959618 LRR--WRITE-CLASSES.                                              26/10/15
959622     MOVE SPACES TO LRR--CLASS-LINE                               26/10/15
959626     MOVE "  ABEND CLASSES" TO LRR--OUT-CLASS-LABEL               26/10/15
959630     MOVE ZERO TO LRR--ITEM                                       26/10/15
959634     PERFORM LRR--PUT-CLASS                                       26/10/15
959638       VARYING LRR--CLASS-SUB FROM 1 BY 1                         26/10/15
959642         UNTIL LRR--CLASS-SUB > LRR--CLASS-MAX                    26/10/15
959646     IF LRR--ITEM > ZERO                                          26/10/15
959650         WRITE LRR--REPORT-RECORD FROM LRR--CLASS-LINE            26/10/15
959654     .                                                            26/10/15
959658                                                                  26/10/15
959662 LRR--PUT-CLASS.                                                  26/10/15
959666     IF LRR--PRINT-CLASS (LRR--CLASS-SUB) > ZERO                  26/10/15
959670         ADD 1 TO LRR--ITEM                                       26/10/15
959674         MOVE LRR--CLASS-NAME (LRR--CLASS-SUB)                    26/10/15
959678                             TO LRR--OUT-CLASS-NAME (LRR--ITEM)   26/10/15
959682         MOVE LRR--PRINT-CLASS (LRR--CLASS-SUB)                   26/10/15
959686                             TO LRR--OUT-CLASS-NBR (LRR--ITEM)    26/10/15
959690         PERFORM LRR--FLUSH-CLASS-LINE                            26/10/15
959694     .                                                            26/10/15
959698                                                                  26/10/15
959702 LRR--FLUSH-CLASS-LINE.                                           26/10/15
959706     IF LRR--ITEM = 7                                             26/10/15
959710         WRITE LRR--REPORT-RECORD FROM LRR--CLASS-LINE            26/10/15
959714         MOVE SPACES TO LRR--CLASS-LINE                           26/10/15
959718         MOVE ZERO TO LRR--ITEM                                   26/10/15
959722     .                                                            26/10/15
959726                                                                  26/10/15
959730 LRR--WRITE-BREACH.                                               26/10/15
959734     MOVE LRR--BREACH-DAY (LRR--SUB) TO LRR--OUT-BREACH-DAY       26/10/15
959738     MOVE LRR--BREACH-TIME (LRR--SUB) TO LRR--SORT-TIME           26/10/15
959742     MOVE LRR--SORT-TIME-HH TO LRR--OUT-BREACH-HH                 26/10/15
959746     MOVE LRR--SORT-TIME-MI TO LRR--OUT-BREACH-MI                 26/10/15
959750     MOVE LRR--SORT-TIME-SS TO LRR--OUT-BREACH-SS                 26/10/15
959754     MOVE LRR--BREACH-ELAPSED (LRR--SUB)                          26/10/15
959758                             TO LRR--OUT-BREACH-ELAPSED           26/10/15
959762     MOVE LRR--CUR-LIMIT TO LRR--OUT-BREACH-LIMIT                 26/10/15
959766     MOVE LRR--BREACH-ABEND (LRR--SUB) TO LRR--OUT-BREACH-ABEND   26/10/15
959770     WRITE LRR--REPORT-RECORD FROM LRR--BREACH-LINE               26/10/15
959774     .                                                            26/10/15
959778                                                                  26/10/15
959782 LRR--REPORT-GRAND-TOTAL.                                         26/10/15
959786     MOVE SPACES TO LRR--REPORT-RECORD                            26/10/15
959790     WRITE LRR--REPORT-RECORD                                     26/10/15
959794     MOVE 3 TO LRR--LVL                                           26/10/15
959798     MOVE ZERO TO LRR--CUR-LIMIT                                  26/10/15
959802     MOVE "ALL PROGRAMS" TO LRR--OUT-PROGRAM                      26/10/15
959806     MOVE "TOTAL" TO LRR--OUT-DAY-TEXT                            26/10/15
959810     PERFORM LRR--WRITE-DETAIL                                    26/10/15
959814     MOVE LRR--ALL-CLASSES TO LRR--PRINT-CLASSES                  26/10/15
959818     PERFORM LRR--WRITE-CLASSES                                   26/10/15
959822     .                                                            26/10/15
959826                                                                  26/10/15
959830 LRR--CLEAR-LEVEL.                                                26/10/15
959834     MOVE ZERO TO LRR--ACC-RUNS (LRR--LVL)                        26/10/15
959838     MOVE ZERO TO LRR--ACC-ELAPSED (LRR--LVL)                     26/10/15
959842     MOVE ZERO TO LRR--ACC-LONGEST (LRR--LVL)                     26/10/15
959846     MOVE ZERO TO LRR--ACC-TRANS (LRR--LVL)                       26/10/15
959850     MOVE ZERO TO LRR--ACC-RESTARTS (LRR--LVL)                    26/10/15
959854     MOVE ZERO TO LRR--ACC-ABENDS (LRR--LVL)                      26/10/15
959858     MOVE ZERO TO LRR--ACC-BREACHES (LRR--LVL)                    26/10/15
959862     .                                                            26/10/15
959866                                                                  26/10/15
959870 LRR--CLEAR-PROGRAM-CLASS.                                        26/10/15
959874     MOVE ZERO TO LRR--PROGRAM-CLASS (LRR--CLASS-SUB)             26/10/15
959878     .                                                            26/10/15
959882                                                                  26/10/15
959886 LRR--CLEAR-ALL-CLASS.                                            26/10/15
959890     MOVE ZERO TO LRR--ALL-CLASS (LRR--CLASS-SUB)                 26/10/15
959894     .                                                            26/10/15
959910:close                                                            26/10/15
959914:endif                                                            26/10/15
959918                                                                  26/10/15
959922!  Generate the test-script generator when asked.  It searches the26/10/15
959926!  dialog from the initial state, simulating the tables exactly as26/10/15
959930!  the test driver does, and writes TSGFILE: one script per group 26/10/15
959934!  of transitions, each starting with RESET, so that replaying the26/10/15
959938!  file through $DIALOG\T exercises every transition that can be  26/10/15
959942!  reached.  Transitions it cannot reach are listed at the end.   26/10/15
959946                                                                  26/10/15
959950:if "$testgen" = "yes"                                            26/10/15
959954:output $DIALOG\G.$ext                                            26/10/15
959958:echo "lr I: building $DIALOG\G.$ext test-script generator..."    26/10/15
959962 IDENTIFICATION DIVISION.                                         26/10/15
959966 PROGRAM-ID.    $DIALOG\G.                                        26/10/15
959970                                                                  26/10/15
959974*----------------------------------------------------------------*26/10/15
959978*  $DIALOG\G.$ext - test-script generator for $SOURCE            *26/10/15
959982*  Generated by Libero $version on $fulldate, $time.             *26/10/15
959986*  Schema file used: $schema                                     *26/10/15
959990*                                                                *26/10/15
959994*  Searches the dialog breadth first from the initial state.  A  *26/10/15
959998*  configuration is a state plus the Dialog-Call stack; every    *26/10/15
960002*  event is tried in every configuration, through the same       *26/10/15
960006*  LR--NEXTST, LR--ACTION and LR--MODULE tables and with the same*26/10/15
960010*  Defaults, Dialog-Call and Dialog-Return rules as $DIALOG\T.   *26/10/15
960014*  A transition that performs Terminate-The-Program ends its     *26/10/15
960018*  path.  The Return event is raised only by Dialog-Return.      *26/10/15
960022*                                                                *26/10/15
960026*  For each transition not yet covered, the shortest event path  *26/10/15
960030*  that reaches it is written to TSGFILE as a script for the test*26/10/15
960034*  driver: RESET, then EVENT and EXPECT records for each step.   *26/10/15
960038*  Transitions that no path reaches are written as comments and  *26/10/15
960042*  reported with LR0602W.                                        *26/10/15
960046*  RETURN-CODE is the number of transitions not reached.         *26/10/15
960050*----------------------------------------------------------------*26/10/15
960054                                                                  26/10/15
960058 ENVIRONMENT DIVISION.                                            26/10/15
960062                                                                  26/10/15
960066 CONFIGURATION SECTION.                                           26/10/15
960070 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
960074 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
960078                                                                  26/10/15
960082 INPUT-OUTPUT SECTION.                                            26/10/15
960086                                                                  26/10/15
960090 FILE-CONTROL.                                                    26/10/15
960094     SELECT LRG--SCRIPT-FILE    ASSIGN TO "TSGFILE"               26/10/15
960098                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
960102                                                                  26/10/15
960106 DATA DIVISION.                                                   26/10/15
960110                                                                  26/10/15
960114 FILE SECTION.                                                    26/10/15
960118                                                                  26/10/15
960122 FD  LRG--SCRIPT-FILE                                             26/10/15
960126     LABEL RECORDS ARE STANDARD.                                  26/10/15
960130 01  LRG--SCRIPT-RECORD         PIC X(80).                        26/10/15
960134                                                                  26/10/15
960138 WORKING-STORAGE SECTION.                                         26/10/15
960142                                                                  26/10/15
960146:if $states < 10                                                  26/10/15
960150:  set iw=1                                                       26/10/15
960154:else                                                             26/10/15
960158:if $states < 100                                                 26/10/15
960162:  set iw=2                                                       26/10/15
960166:else                                                             26/10/15
960170:if $states < 1000                                                26/10/15
960174:  set iw=3                                                       26/10/15
960178:else                                                             26/10/15
960182:  set iw=4                                                       26/10/15
960186:endif                                                            26/10/15
960190:endif                                                            26/10/15
960194:endif                                                            26/10/15
960198:set number_fmt = "%ld"                                           26/10/15
960202:set row_first  = "%0$iw\ld"                                      26/10/15
960206:set row_after  = "%0$iw\ld"                                      26/10/15
960210:set number_fmt = "%03ld"                                         26/10/15
960214                                                                  26/10/15
960218 01  LR--NEXT-STATES.                                             26/10/15
960222:do nextst                                                        26/10/15
960226:  set rw=$tally * $iw                                            26/10/15
960230:  if $rw > 12                                                    26/10/15
960234     02  FILLER                  PIC X($rw) VALUE                 26/10/15
960238         "$row".                                                  26/10/15
960242:  else                                                           26/10/15
960246     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
960250:  endif                                                          26/10/15
960254:  do overflow                                                    26/10/15
960258:    set rw=$tally * $iw                                          26/10/15
960262:    if $rw > 12                                                  26/10/15
960266     02  FILLER                  PIC X($rw) VALUE                 26/10/15
960270         "$row".                                                  26/10/15
960274:    else                                                         26/10/15
960278     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
960282:    endif                                                        26/10/15
960286:  enddo                                                          26/10/15
960290:enddo                                                            26/10/15
960294 01  FILLER                      REDEFINES  LR--NEXT-STATES.      26/10/15
960298     02  FILLER                             OCCURS $states TIMES. 26/10/15
960302         03  LR--NEXTST          PIC 9($iw) OCCURS $events TIMES. 26/10/15
960306                                                                  26/10/15
960310:if $vectors < 10                                                 26/10/15
960314:  set iw=1                                                       26/10/15
960318:else                                                             26/10/15
960322:if $vectors < 100                                                26/10/15
960326:  set iw=2                                                       26/10/15
960330:else                                                             26/10/15
960334:if $vectors < 1000                                               26/10/15
960338:  set iw=3                                                       26/10/15
960342:else                                                             26/10/15
960346:  set iw=4                                                       26/10/15
960350:endif                                                            26/10/15
960354:endif                                                            26/10/15
960358:endif                                                            26/10/15
960362:set number_fmt = "%ld"                                           26/10/15
960366:set row_first  = "%0$iw\ld"                                      26/10/15
960370:set row_after  = "%0$iw\ld"                                      26/10/15
960374:set number_fmt = "%03ld"                                         26/10/15
960378                                                                  26/10/15
960382 01  LR--ACTIONS.                                                 26/10/15
960386:do action                                                        26/10/15
960390:  set rw = $tally * $iw                                          26/10/15
960394:  if $rw > 12                                                    26/10/15
960398     02  FILLER                  PIC X($rw) VALUE                 26/10/15
960402         "$row".                                                  26/10/15
960406:  else                                                           26/10/15
960410     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
960414:  endif                                                          26/10/15
960418:  do overflow                                                    26/10/15
960422:    set rw=$tally * $iw                                          26/10/15
960426:    if $rw > 12                                                  26/10/15
960430     02  FILLER                  PIC X($rw) VALUE                 26/10/15
960434         "$row".                                                  26/10/15
960438:    else                                                         26/10/15
960442     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
960446:    endif                                                        26/10/15
960450:  enddo                                                          26/10/15
960454:enddo                                                            26/10/15
960458 01  FILLER                      REDEFINES  LR--ACTIONS.          26/10/15
960462     02  FILLER                             OCCURS $states TIMES. 26/10/15
960466         03  LR--ACTION          PIC 9($iw) OCCURS $events TIMES. 26/10/15
960470                                                                  26/10/15
960474 01  LR--OFFSETS.                                                 26/10/15
960478:do vector                                                        26/10/15
960482     02  FILLER                  PIC $swidth  COMP VALUE +$offset.26/10/15
960486:enddo                                                            26/10/15
960490 01  FILLER                      REDEFINES  LR--OFFSETS.          26/10/15
960494     02  LR--OFFSET              PIC $swidth OCCURS $vectors COMP.26/10/15
960498                                                                  26/10/15
960502:if $modules < 10                                                 26/10/15
960506:  set iw=1                                                       26/10/15
960510:  set null="0"                                                   26/10/15
960514:else                                                             26/10/15
960518:if $modules < 100                                                26/10/15
960522:  set iw=2                                                       26/10/15
960526:  set null="00"                                                  26/10/15
960530:else                                                             26/10/15
960534:if $modules < 1000                                               26/10/15
960538:  set iw=3                                                       26/10/15
960542:  set null="000"                                                 26/10/15
960546:else                                                             26/10/15
960550:  set iw=4                                                       26/10/15
960554:  set null="0000"                                                26/10/15
960558:endif                                                            26/10/15
960562:endif                                                            26/10/15
960566:endif                                                            26/10/15
960570:set number_fmt = "%ld"                                           26/10/15
960574:set row_first  = "%0$iw\ld"                                      26/10/15
960578:set row_after  = "%0$iw\ld"                                      26/10/15
960582:set number_fmt = "%03ld"                                         26/10/15
960586                                                                  26/10/15
960590 01  LR--MODULES.                                                 26/10/15
960594:do vector                                                        26/10/15
960598:  set rw = $tally * $iw                                          26/10/15
960602:  if $rw > 28                                                    26/10/15
960606     02  FILLER                  PIC X($rw) VALUE                 26/10/15
960610:    if "$row" = ""                                               26/10/15
960614         "$null".                                                 26/10/15
960618:    else                                                         26/10/15
960622         "$row$null".                                             26/10/15
960626:    endif                                                        26/10/15
960630:  else                                                           26/10/15
960634:    if "$row" = ""                                               26/10/15
960638     02  FILLER  PIC X($rw) VALUE "$null".                        26/10/15
960642:    else                                                         26/10/15
960646     02  FILLER  PIC X($rw) VALUE "$row$null".                    26/10/15
960650:    endif                                                        26/10/15
960654:  endif                                                          26/10/15
960658:enddo                                                            26/10/15
960662 01  FILLER                      REDEFINES  LR--MODULES.          26/10/15
960666     02  LR--MODULE              PIC 9($iw) OCCURS $tblsize TIMES.26/10/15
960670                                                                  26/10/15
960674:push $style                                                      26/10/15
960678:option -style=normal                                             26/10/15
960682 01  LR--SNAMES.                                                  26/10/15
960686:  do state                                                       26/10/15
960690     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
960694:  enddo                                                          26/10/15
960698 01  FILLER           REDEFINES  LR--SNAMES.                      26/10/15
960702     02  LR--SNAME    PIC X(30)  OCCURS $states TIMES.            26/10/15
960706                                                                  26/10/15
960710 01  LR--ENAMES.                                                  26/10/15
960714:  do event                                                       26/10/15
960718     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
960722:  enddo                                                          26/10/15
960726 01  FILLER           REDEFINES  LR--ENAMES.                      26/10/15
960730     02  LR--ENAME    PIC X(30)  OCCURS $events TIMES.            26/10/15
960734:pop $style                                                       26/10/15
960738:option -style=$style                                             26/10/15
960742                                                                  26/10/15
960746:set number_fmt = "%ld"                                           26/10/15
960750:set testgen_chain = 1                                            26/10/15
960754 01  LRG--MODULE-CONSTANTS.                                       26/10/15
960758:do module                                                        26/10/15
960762:if "$name" = "Dialog-Call"                                       26/10/15
960766     02  LRG--CALL-MODNBR        PIC S9(4)  COMP VALUE +$number.  26/10/15
960770:endif                                                            26/10/15
960774:if "$name" = "Dialog-Return"                                     26/10/15
960778     02  LRG--RETURN-MODNBR      PIC S9(4)  COMP VALUE +$number.  26/10/15
960782:endif                                                            26/10/15
960786:if "$name" = "Terminate-The-Program"                             26/10/15
960790     02  LRG--TERM-MODNBR        PIC S9(4)  COMP VALUE +$number.  26/10/15
960794:endif                                                            26/10/15
960798:enddo                                                            26/10/15
960802:if not module "Terminate-The-Program"                            26/10/15
960806     02  LRG--TERM-MODNBR        PIC S9(4)  COMP VALUE ZERO.      26/10/15
960810:endif                                                            26/10/15
960814:if module "Dialog-Call"                                          26/10/15
960818:set testgen_chain = $stack_max + 1                               26/10/15
960822:do event                                                         26/10/15
960826:if "$name" = "Return"                                            26/10/15
960830     02  LRG--RETURN-EVENT       PIC S9(4)  COMP VALUE +$number.  26/10/15
960834:endif                                                            26/10/15
960838:enddo                                                            26/10/15
960842:if not module "Dialog-Return"                                    26/10/15
960846     02  LRG--RETURN-MODNBR      PIC S9(4)  COMP VALUE ZERO.      26/10/15
960850:endif                                                            26/10/15
960854:endif                                                            26/10/15
960858 01  LRG--CONSTANTS.                                              26/10/15
960862:if defaults                                                      26/10/15
960866     02  LRG--DEFAULTS-STATE     PIC S9(4)  COMP VALUE +$defaults.26/10/15
960870:else                                                             26/10/15
960874     02  LRG--DEFAULTS-STATE     PIC S9(4)  COMP VALUE ZERO.      26/10/15
960878:endif                                                            26/10/15
960882                                                                  26/10/15
960886 01  LRG--WORK.                                                   26/10/15
960890     02  LRG--SAVEST             PIC S9(4)  COMP VALUE ZERO.      26/10/15
960894     02  LRG--ROW                PIC S9(4)  COMP VALUE ZERO.      26/10/15
960898     02  LRG--COL                PIC S9(4)  COMP VALUE ZERO.      26/10/15
960902     02  LRG--E                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
960906     02  LRG--X                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
960910     02  LRG--T                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
960914     02  LRG--IDX                PIC S9(4)  COMP VALUE ZERO.      26/10/15
960918     02  LRG--VEC                PIC S9(4)  COMP VALUE ZERO.      26/10/15
960922     02  LRG--MOD                PIC S9(4)  COMP VALUE ZERO.      26/10/15
960926     02  LRG--SUB                PIC S9(4)  COMP VALUE ZERO.      26/10/15
960930     02  LRG--CS                 PIC S9(4)  COMP VALUE ZERO.      26/10/15
960934     02  LRG--CE                 PIC S9(4)  COMP VALUE ZERO.      26/10/15
960938     02  LRG--HEAD               PIC S9(8)  COMP VALUE ZERO.      26/10/15
960942     02  LRG--COUNT              PIC S9(8)  COMP VALUE ZERO.      26/10/15
960946     02  LRG--CF                 PIC S9(8)  COMP VALUE ZERO.      26/10/15
960950     02  LRG--FOUND              PIC S9(8)  COMP VALUE ZERO.      26/10/15
960954     02  LRG--P                  PIC S9(8)  COMP VALUE ZERO.      26/10/15
960958     02  LRG--PATH-SIZE          PIC S9(8)  COMP VALUE ZERO.      26/10/15
960962     02  LRG--SCRIPTS            PIC S9(8)  COMP VALUE ZERO.      26/10/15
960966     02  LRG--ACCEPTED           PIC S9(8)  COMP VALUE ZERO.      26/10/15
960970     02  LRG--COVERED            PIC S9(8)  COMP VALUE ZERO.      26/10/15
960974     02  LRG--MISSED             PIC S9(8)  COMP VALUE ZERO.      26/10/15
960978     02  LRG--STEP-STATUS        PIC X      VALUE "Y".            26/10/15
960982         88  LRG--STEP-VALID                VALUE "Y".            26/10/15
960986     02  LRG--STEP-ENDED         PIC X      VALUE "N".            26/10/15
960990     02  LRG--TABLE-FULL         PIC X      VALUE "N".            26/10/15
960994:if module "Dialog-Call"                                          26/10/15
960998     02  LRG--RETURNED           PIC X      VALUE "N".            26/10/15
961002     02  LRG--PENDING            PIC X      VALUE "N".            26/10/15
961006     02  LRG--RETURN-STATE       PIC S9(4)  COMP VALUE ZERO.      26/10/15
961010:endif                                                            26/10/15
961014*    TRANSITIONS TAKEN BY THE LAST EVENT, AS ROW AND EVENT NUMBERS26/10/15
961018     02  LRG--USED-COUNT         PIC S9(4)  COMP VALUE ZERO.      26/10/15
961022     02  LRG--USED                          OCCURS $testgen_chain.26/10/15
961026         03  LRG--USED-ROW       PIC S9(4)  COMP.                 26/10/15
961030         03  LRG--USED-EVENT     PIC S9(4)  COMP.                 26/10/15
961034                                                                  26/10/15
961038*    THE CONFIGURATION BEING SIMULATED; UNUSED STACK SLOTS ARE    26/10/15
961042*    KEPT AT ZERO SO THAT CONFIGURATIONS COMPARE AS A WHOLE       26/10/15
961046 01  LRG--KEY.                                                    26/10/15
961050     02  LRG--STATE              PIC S9(4)  COMP.                 26/10/15
961054:if module "Dialog-Call"                                          26/10/15
961058     02  LRG--STACK-SIZE         PIC S9(4)  COMP.                 26/10/15
961062     02  LRG--STACK              PIC S9(4)  COMP                  26/10/15
961066                                            OCCURS $stack_max.    26/10/15
961070:endif                                                            26/10/15
961074                                                                  26/10/15
961078 01  LRG--CONFIGS.                                                26/10/15
961082     02  LRG--CONFIG                        OCCURS $testgen_max.  26/10/15
961086         03  LRG--CF-KEY.                                         26/10/15
961090             04  LRG--CF-STATE   PIC S9(4)  COMP.                 26/10/15
961094:if module "Dialog-Call"                                          26/10/15
961098             04  LRG--CF-STACK-SIZE                               26/10/15
961102                                 PIC S9(4)  COMP.                 26/10/15
961106             04  LRG--CF-STACK   PIC S9(4)  COMP                  26/10/15
961110                                            OCCURS $stack_max.    26/10/15
961114:endif                                                            26/10/15
961118         03  LRG--CF-PARENT      PIC S9(8)  COMP.                 26/10/15
961122         03  LRG--CF-EVENT       PIC S9(4)  COMP.                 26/10/15
961126                                                                  26/10/15
961130*    FOR EACH STATE/EVENT ENTRY: THE CONFIGURATION AND EVENT THAT 26/10/15
961134*    FIRST REACHED IT, AND WHETHER A SCRIPT NOW COVERS IT         26/10/15
961138 01  LRG--COVERAGE.                                               26/10/15
961142     02  FILLER                             OCCURS $states TIMES. 26/10/15
961146         03  FILLER                         OCCURS $events TIMES. 26/10/15
961150             04  LRG--CV-CONFIG  PIC S9(8)  COMP.                 26/10/15
961154             04  LRG--CV-EVENT   PIC S9(4)  COMP.                 26/10/15
961158             04  LRG--CV-DONE    PIC X.                           26/10/15
961162                                                                  26/10/15
961166 01  LRG--PATH.                                                   26/10/15
961170     02  LRG--PATH-EVENT         PIC S9(4)  COMP                  26/10/15
961174                                            OCCURS $testgen_max.  26/10/15
961178                                                                  26/10/15
961182 01  LRG--SCRIPT-LINE.                                            26/10/15
961186     02  LRG--SCRIPT-VERB        PIC X(7).                        26/10/15
961190     02  FILLER                  PIC X.                           26/10/15
961194     02  LRG--SCRIPT-NAME        PIC X(30).                       26/10/15
961198     02  FILLER                  PIC X(42).                       26/10/15
961202                                                                  26/10/15
961206 01  LRG--NOTE-LINE.                                              26/10/15
961210     02  LRG--NOTE-TAG           PIC X(9).                        26/10/15
961214     02  LRG--NOTE-NUMBER        PIC ZZZZZ.                       26/10/15
961218     02  FILLER                  PIC X(2)   VALUE ": ".           26/10/15
961222     02  LRG--NOTE-STATE         PIC X(30).                       26/10/15
961226     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
961230     02  LRG--NOTE-EVENT         PIC X(30).                       26/10/15
961234     02  FILLER                  PIC X(3)   VALUE SPACES.         26/10/15
961238                                                                  26/10/15
961242 PROCEDURE DIVISION.                                              26/10/15
961246                                                                  26/10/15
961250 LRG--MAIN.                                                       26/10/15
961254     OPEN OUTPUT LRG--SCRIPT-FILE                                 26/10/15
961258     PERFORM LRG--CLEAR-STATE-COVERAGE                            26/10/15
961262       VARYING LRG--CS FROM 1 BY 1 UNTIL LRG--CS > $states        26/10/15
961266     PERFORM LRG--SEARCH-DIALOG                                   26/10/15
961270     MOVE "* Test scripts for $SOURCE" TO LRG--SCRIPT-RECORD      26/10/15
961274     WRITE LRG--SCRIPT-RECORD                                     26/10/15
961278     PERFORM LRG--SCRIPT-STATE                                    26/10/15
961282       VARYING LRG--CS FROM 1 BY 1 UNTIL LRG--CS > $states        26/10/15
961286     PERFORM LRG--MISSED-STATE                                    26/10/15
961290       VARYING LRG--CS FROM 1 BY 1 UNTIL LRG--CS > $states        26/10/15
961294     CLOSE LRG--SCRIPT-FILE                                       26/10/15
961298     DISPLAY "LR0601I Test scripts written to TSGFILE: "          26/10/15
961302             LRG--SCRIPTS " script(s), "                          26/10/15
961306             LRG--COVERED " of " LRG--ACCEPTED " transitions"     26/10/15
961310     IF LRG--TABLE-FULL = "Y"                                     26/10/15
961314         DISPLAY "LR0603W Search table full - coverage may be "   26/10/15
961318                 "incomplete; raise testgen_max"                  26/10/15
961322     .                                                            26/10/15
961326     MOVE LRG--MISSED TO RETURN-CODE                              26/10/15
961330     STOP RUN                                                     26/10/15
961334     .                                                            26/10/15
961338                                                                  26/10/15
961342 LRG--CLEAR-STATE-COVERAGE.                                       26/10/15
961346     PERFORM LRG--CLEAR-COVERAGE                                  26/10/15
961350       VARYING LRG--CE FROM 1 BY 1 UNTIL LRG--CE > $events        26/10/15
961354     .                                                            26/10/15
961358                                                                  26/10/15
961362 LRG--CLEAR-COVERAGE.                                             26/10/15
961366     MOVE ZERO TO LRG--CV-CONFIG (LRG--CS, LRG--CE)               26/10/15
961370     MOVE ZERO TO LRG--CV-EVENT  (LRG--CS, LRG--CE)               26/10/15
961374     MOVE "N"  TO LRG--CV-DONE   (LRG--CS, LRG--CE)               26/10/15
961378     .                                                            26/10/15
961382                                                                  26/10/15
961386*    BREADTH-FIRST SEARCH, SO EACH ENTRY IS FIRST REACHED BY ONE  26/10/15
961390*    OF THE SHORTEST PATHS; NEW CONFIGURATIONS ARE APPENDED       26/10/15
961394 LRG--SEARCH-DIALOG.                                              26/10/15
961398     PERFORM LRG--CLEAR-KEY                                       26/10/15
961402     MOVE +1 TO LRG--STATE                                        26/10/15
961406     MOVE 1  TO LRG--COUNT                                        26/10/15
961410     MOVE LRG--KEY TO LRG--CF-KEY (1)                             26/10/15
961414     MOVE ZERO     TO LRG--CF-PARENT (1)                          26/10/15
961418     MOVE ZERO     TO LRG--CF-EVENT (1)                           26/10/15
961422     PERFORM LRG--EXPAND-CONFIG                                   26/10/15
961426       VARYING LRG--HEAD FROM 1 BY 1 UNTIL LRG--HEAD > LRG--COUNT 26/10/15
961430     .                                                            26/10/15
961434                                                                  26/10/15
961438 LRG--CLEAR-KEY.                                                  26/10/15
961442     MOVE ZERO TO LRG--STATE                                      26/10/15
961446:if module "Dialog-Call"                                          26/10/15
961450     MOVE ZERO TO LRG--STACK-SIZE                                 26/10/15
961454     PERFORM LRG--CLEAR-STACK-SLOT                                26/10/15
961458       VARYING LRG--SUB FROM 1 BY 1 UNTIL LRG--SUB > $stack_max   26/10/15
961462:endif                                                            26/10/15
961466     .                                                            26/10/15
961470:if module "Dialog-Call"                                          26/10/15
961474                                                                  26/10/15
961478 LRG--CLEAR-STACK-SLOT.                                           26/10/15
961482     MOVE ZERO TO LRG--STACK (LRG--SUB)                           26/10/15
961486     .                                                            26/10/15
961490:endif                                                            26/10/15
961494                                                                  26/10/15
961498 LRG--EXPAND-CONFIG.                                              26/10/15
961502     PERFORM LRG--TRY-EVENT                                       26/10/15
961506       VARYING LRG--X FROM 1 BY 1 UNTIL LRG--X > $events          26/10/15
961510     .                                                            26/10/15
961514                                                                  26/10/15
961518 LRG--TRY-EVENT.                                                  26/10/15
961522     MOVE LRG--CF-KEY (LRG--HEAD) TO LRG--KEY                     26/10/15
961526     PERFORM LRG--SIMULATE-STEP                                   26/10/15
961530     IF LRG--STEP-VALID                                           26/10/15
961534         PERFORM LRG--MARK-REACHED                                26/10/15
961538           VARYING LRG--SUB FROM 1 BY 1                           26/10/15
961542             UNTIL LRG--SUB > LRG--USED-COUNT                     26/10/15
961546         IF LRG--STEP-ENDED = "N"                                 26/10/15
961550             PERFORM LRG--FIND-CONFIG                             26/10/15
961554             IF LRG--FOUND = ZERO                                 26/10/15
961558                 PERFORM LRG--ADD-CONFIG                          26/10/15
961562     .                                                            26/10/15
961566                                                                  26/10/15
961570 LRG--MARK-REACHED.                                               26/10/15
961574     MOVE LRG--USED-ROW   (LRG--SUB) TO LRG--ROW                  26/10/15
961578     MOVE LRG--USED-EVENT (LRG--SUB) TO LRG--COL                  26/10/15
961582     IF LRG--CV-CONFIG (LRG--ROW, LRG--COL) = ZERO                26/10/15
961586         MOVE LRG--HEAD TO LRG--CV-CONFIG (LRG--ROW, LRG--COL)    26/10/15
961590         MOVE LRG--X    TO LRG--CV-EVENT  (LRG--ROW, LRG--COL)    26/10/15
961594     .                                                            26/10/15
961598                                                                  26/10/15
961602 LRG--FIND-CONFIG.                                                26/10/15
961606     MOVE ZERO TO LRG--FOUND                                      26/10/15
961610     PERFORM LRG--MATCH-CONFIG                                    26/10/15
961614       VARYING LRG--CF FROM 1 BY 1                                26/10/15
961618         UNTIL LRG--CF > LRG--COUNT OR LRG--FOUND > ZERO          26/10/15
961622     .                                                            26/10/15
961626                                                                  26/10/15
961630 LRG--MATCH-CONFIG.                                               26/10/15
961634     IF LRG--CF-KEY (LRG--CF) = LRG--KEY                          26/10/15
961638         MOVE LRG--CF TO LRG--FOUND                               26/10/15
961642     .                                                            26/10/15
961646                                                                  26/10/15
961650 LRG--ADD-CONFIG.                                                 26/10/15
961654     IF LRG--COUNT < $testgen_max                                 26/10/15
961658         ADD 1 TO LRG--COUNT                                      26/10/15
961662         MOVE LRG--KEY  TO LRG--CF-KEY    (LRG--COUNT)            26/10/15
961666         MOVE LRG--HEAD TO LRG--CF-PARENT (LRG--COUNT)            26/10/15
961670         MOVE LRG--X    TO LRG--CF-EVENT  (LRG--COUNT)            26/10/15
961674     ELSE                                                         26/10/15
961678         MOVE "Y" TO LRG--TABLE-FULL                              26/10/15
961682     .                                                            26/10/15
961686                                                                  26/10/15
961690*    APPLY EVENT LRG--X TO THE CONFIGURATION IN LRG--KEY, AS THE  26/10/15
961694*    TEST DRIVER WOULD; AN EVENT THE STATE DOES NOT ACCEPT, OR A  26/10/15
961698*    Return THAT IS NOT ACCEPTED, MAKES THE STEP INVALID          26/10/15
961702 LRG--SIMULATE-STEP.                                              26/10/15
961706     MOVE "Y"  TO LRG--STEP-STATUS                                26/10/15
961710     MOVE "N"  TO LRG--STEP-ENDED                                 26/10/15
961714     MOVE ZERO TO LRG--USED-COUNT                                 26/10/15
961718     MOVE LRG--X TO LRG--E                                        26/10/15
961722:if module "Dialog-Call"                                          26/10/15
961726     IF LRG--E = LRG--RETURN-EVENT                                26/10/15
961730         MOVE "N" TO LRG--STEP-STATUS                             26/10/15
961734         MOVE "N" TO LRG--PENDING                                 26/10/15
961738     ELSE                                                         26/10/15
961742         MOVE "Y" TO LRG--PENDING                                 26/10/15
961746     .                                                            26/10/15
961750     PERFORM LRG--APPLY-TRANSITION                                26/10/15
961754       UNTIL LRG--PENDING = "N"                                   26/10/15
961758:else                                                             26/10/15
961762     PERFORM LRG--APPLY-TRANSITION                                26/10/15
961766:endif                                                            26/10/15
961770     .                                                            26/10/15
961774                                                                  26/10/15
961778 LRG--APPLY-TRANSITION.                                           26/10/15
961782:if module "Dialog-Call"                                          26/10/15
961786     MOVE "N" TO LRG--PENDING                                     26/10/15
961790:endif                                                            26/10/15
961794     MOVE LRG--STATE TO LRG--SAVEST                               26/10/15
961798     MOVE LRG--STATE TO LRG--ROW                                  26/10/15
961802     MOVE LR--ACTION (LRG--STATE, LRG--E) TO LRG--IDX             26/10/15
961806     MOVE LR--NEXTST (LRG--STATE, LRG--E) TO LRG--T               26/10/15
961810     IF LRG--IDX = ZERO                                           26/10/15
961814        AND LRG--DEFAULTS-STATE > ZERO                            26/10/15
961818        AND LRG--STATE NOT = LRG--DEFAULTS-STATE                  26/10/15
961822         MOVE LRG--DEFAULTS-STATE TO LRG--ROW                     26/10/15
961826         MOVE LR--ACTION (LRG--ROW, LRG--E) TO LRG--IDX           26/10/15
961830         MOVE LR--NEXTST (LRG--ROW, LRG--E) TO LRG--T             26/10/15
961834     .                                                            26/10/15
961838     IF LRG--IDX = ZERO                                           26/10/15
961842         MOVE "N" TO LRG--STEP-STATUS                             26/10/15
961846     ELSE                                                         26/10/15
961850     IF LRG--USED-COUNT NOT < $testgen_chain                      26/10/15
961854*        A Return THAT CALLS AND RETURNS AGAIN WOULD NEVER SETTLE 26/10/15
961858         MOVE "N" TO LRG--STEP-STATUS                             26/10/15
961862     ELSE                                                         26/10/15
961866         ADD 1 TO LRG--USED-COUNT                                 26/10/15
961870         MOVE LRG--ROW TO LRG--USED-ROW   (LRG--USED-COUNT)       26/10/15
961874         MOVE LRG--E   TO LRG--USED-EVENT (LRG--USED-COUNT)       26/10/15
961878         PERFORM LRG--WALK-VECTOR                                 26/10/15
961882         PERFORM LRG--TAKE-NEXT-STATE                             26/10/15
961886     .                                                            26/10/15
961890                                                                  26/10/15
961894 LRG--WALK-VECTOR.                                                26/10/15
961898:if module "Dialog-Call"                                          26/10/15
961902     MOVE "N" TO LRG--RETURNED                                    26/10/15
961906:endif                                                            26/10/15
961910     MOVE LR--OFFSET (LRG--IDX) TO LRG--VEC                       26/10/15
961914     PERFORM LRG--WALK-MODULE                                     26/10/15
961918:if module "Dialog-Call"                                          26/10/15
961922       UNTIL LR--MODULE (LRG--VEC) = ZERO                         26/10/15
961926          OR LRG--RETURNED = "Y"                                  26/10/15
961930:else                                                             26/10/15
961934       UNTIL LR--MODULE (LRG--VEC) = ZERO                         26/10/15
961938:endif                                                            26/10/15
961942     .                                                            26/10/15
961946                                                                  26/10/15
961950 LRG--WALK-MODULE.                                                26/10/15
961954     MOVE LR--MODULE (LRG--VEC) TO LRG--MOD                       26/10/15
961958     IF LRG--TERM-MODNBR > ZERO                                   26/10/15
961962        AND LRG--MOD = LRG--TERM-MODNBR                           26/10/15
961966         MOVE "Y" TO LRG--STEP-ENDED                              26/10/15
961970     .                                                            26/10/15
961974:if module "Dialog-Call"                                          26/10/15
961978     IF LRG--MOD = LRG--CALL-MODNBR                               26/10/15
961982         PERFORM LRG--PUSH-STATE                                  26/10/15
961986     .                                                            26/10/15
961990     IF LRG--RETURN-MODNBR > ZERO                                 26/10/15
961994        AND LRG--MOD = LRG--RETURN-MODNBR                         26/10/15
961998         PERFORM LRG--POP-STATE                                   26/10/15
962002     .                                                            26/10/15
962006:endif                                                            26/10/15
962010     ADD 1 TO LRG--VEC                                            26/10/15
962014     .                                                            26/10/15
962018                                                                  26/10/15
962022 LRG--TAKE-NEXT-STATE.                                            26/10/15
962026:if module "Dialog-Call"                                          26/10/15
962030     IF LRG--RETURNED = "Y"                                       26/10/15
962034         MOVE LRG--RETURN-STATE TO LRG--STATE                     26/10/15
962038         MOVE LRG--RETURN-EVENT TO LRG--E                         26/10/15
962042         MOVE "Y" TO LRG--PENDING                                 26/10/15
962046     ELSE                                                         26/10/15
962050         PERFORM LRG--TAKE-TABLE-STATE                            26/10/15
962054     .                                                            26/10/15
962058:else                                                             26/10/15
962062     PERFORM LRG--TAKE-TABLE-STATE                                26/10/15
962066     .                                                            26/10/15
962070:endif                                                            26/10/15
962074                                                                  26/10/15
962078 LRG--TAKE-TABLE-STATE.                                           26/10/15
962082     MOVE LRG--T TO LRG--STATE                                    26/10/15
962086     IF LRG--DEFAULTS-STATE > ZERO                                26/10/15
962090        AND LRG--STATE = LRG--DEFAULTS-STATE                      26/10/15
962094         MOVE LRG--SAVEST TO LRG--STATE                           26/10/15
962098     .                                                            26/10/15
962102                                                                  26/10/15
962106:if module "Dialog-Call"                                          26/10/15
962110 LRG--PUSH-STATE.                                                 26/10/15
962114     IF LRG--STACK-SIZE < $stack_max                              26/10/15
962118         ADD 1 TO LRG--STACK-SIZE                                 26/10/15
962122         MOVE LRG--STATE TO LRG--STACK (LRG--STACK-SIZE)          26/10/15
962126     .                                                            26/10/15
962130                                                                  26/10/15
962134 LRG--POP-STATE.                                                  26/10/15
962138     IF LRG--STACK-SIZE > ZERO                                    26/10/15
962142         MOVE LRG--STACK (LRG--STACK-SIZE) TO LRG--RETURN-STATE   26/10/15
962146         MOVE ZERO TO LRG--STACK (LRG--STACK-SIZE)                26/10/15
962150         SUBTRACT 1 FROM LRG--STACK-SIZE                          26/10/15
962154         MOVE "Y" TO LRG--RETURNED                                26/10/15
962158     .                                                            26/10/15
962162                                                                  26/10/15
962166:endif                                                            26/10/15
962170 LRG--SCRIPT-STATE.                                               26/10/15
962174     PERFORM LRG--SCRIPT-ENTRY                                    26/10/15
962178       VARYING LRG--CE FROM 1 BY 1 UNTIL LRG--CE > $events        26/10/15
962182     .                                                            26/10/15
962186                                                                  26/10/15
962190 LRG--SCRIPT-ENTRY.                                               26/10/15
962194     IF LR--ACTION (LRG--CS, LRG--CE) > ZERO                      26/10/15
962198         ADD 1 TO LRG--ACCEPTED                                   26/10/15
962202         IF LRG--CV-CONFIG (LRG--CS, LRG--CE) > ZERO              26/10/15
962206            AND LRG--CV-DONE (LRG--CS, LRG--CE) = "N"             26/10/15
962210             PERFORM LRG--WRITE-SCRIPT                            26/10/15
962214     .                                                            26/10/15
962218                                                                  26/10/15
962222*    THE PATH IS THE CHAIN OF PARENT CONFIGURATIONS BACK TO THE   26/10/15
962226*    INITIAL ONE, PLUS THE EVENT THAT TAKES THE ENTRY ITSELF      26/10/15
962230 LRG--WRITE-SCRIPT.                                               26/10/15
962234     MOVE ZERO TO LRG--PATH-SIZE                                  26/10/15
962238     MOVE LRG--CV-CONFIG (LRG--CS, LRG--CE) TO LRG--CF            26/10/15
962242     PERFORM LRG--COUNT-PATH-STEP                                 26/10/15
962246       UNTIL LRG--CF = 1                                          26/10/15
962250     MOVE LRG--PATH-SIZE TO LRG--P                                26/10/15
962254     MOVE LRG--CV-CONFIG (LRG--CS, LRG--CE) TO LRG--CF            26/10/15
962258     PERFORM LRG--STORE-PATH-STEP                                 26/10/15
962262       UNTIL LRG--CF = 1                                          26/10/15
962266     ADD 1 TO LRG--PATH-SIZE                                      26/10/15
962270     MOVE LRG--CV-EVENT (LRG--CS, LRG--CE)                        26/10/15
962274       TO LRG--PATH-EVENT (LRG--PATH-SIZE)                        26/10/15
962278     ADD 1 TO LRG--SCRIPTS                                        26/10/15
962282     MOVE "* SCRIPT "        TO LRG--NOTE-TAG                     26/10/15
962286     MOVE LRG--SCRIPTS       TO LRG--NOTE-NUMBER                  26/10/15
962290     MOVE LR--SNAME (LRG--CS) TO LRG--NOTE-STATE                  26/10/15
962294     MOVE LR--ENAME (LRG--CE) TO LRG--NOTE-EVENT                  26/10/15
962298     WRITE LRG--SCRIPT-RECORD FROM LRG--NOTE-LINE                 26/10/15
962302     MOVE SPACES  TO LRG--SCRIPT-LINE                             26/10/15
962306     MOVE "RESET" TO LRG--SCRIPT-VERB                             26/10/15
962310     WRITE LRG--SCRIPT-RECORD FROM LRG--SCRIPT-LINE               26/10/15
962314     PERFORM LRG--CLEAR-KEY                                       26/10/15
962318     MOVE +1 TO LRG--STATE                                        26/10/15
962322     PERFORM LRG--REPLAY-PATH-EVENT                               26/10/15
962326       VARYING LRG--P FROM 1 BY 1 UNTIL LRG--P > LRG--PATH-SIZE   26/10/15
962330     .                                                            26/10/15
962334                                                                  26/10/15
962338 LRG--COUNT-PATH-STEP.                                            26/10/15
962342     ADD 1 TO LRG--PATH-SIZE                                      26/10/15
962346     MOVE LRG--CF-PARENT (LRG--CF) TO LRG--CF                     26/10/15
962350     .                                                            26/10/15
962354                                                                  26/10/15
962358 LRG--STORE-PATH-STEP.                                            26/10/15
962362     MOVE LRG--CF-EVENT (LRG--CF) TO LRG--PATH-EVENT (LRG--P)     26/10/15
962366     SUBTRACT 1 FROM LRG--P                                       26/10/15
962370     MOVE LRG--CF-PARENT (LRG--CF) TO LRG--CF                     26/10/15
962374     .                                                            26/10/15
962378                                                                  26/10/15
962382*    EVERY ENTRY THE REPLAY PASSES THROUGH IS NOW COVERED         26/10/15
962386 LRG--REPLAY-PATH-EVENT.                                          26/10/15
962390     MOVE LRG--PATH-EVENT (LRG--P) TO LRG--X                      26/10/15
962394     PERFORM LRG--SIMULATE-STEP                                   26/10/15
962398     PERFORM LRG--MARK-COVERED                                    26/10/15
962402       VARYING LRG--SUB FROM 1 BY 1                               26/10/15
962406         UNTIL LRG--SUB > LRG--USED-COUNT                         26/10/15
962410     MOVE SPACES  TO LRG--SCRIPT-LINE                             26/10/15
962414     MOVE "EVENT" TO LRG--SCRIPT-VERB                             26/10/15
962418     MOVE LR--ENAME (LRG--X) TO LRG--SCRIPT-NAME                  26/10/15
962422     WRITE LRG--SCRIPT-RECORD FROM LRG--SCRIPT-LINE               26/10/15
962426     MOVE SPACES   TO LRG--SCRIPT-LINE                            26/10/15
962430     MOVE "EXPECT" TO LRG--SCRIPT-VERB                            26/10/15
962434     MOVE LR--SNAME (LRG--STATE) TO LRG--SCRIPT-NAME              26/10/15
962438     WRITE LRG--SCRIPT-RECORD FROM LRG--SCRIPT-LINE               26/10/15
962442     .                                                            26/10/15
962446                                                                  26/10/15
962450 LRG--MARK-COVERED.                                               26/10/15
962454     MOVE LRG--USED-ROW   (LRG--SUB) TO LRG--ROW                  26/10/15
962458     MOVE LRG--USED-EVENT (LRG--SUB) TO LRG--COL                  26/10/15
962462     IF LRG--CV-DONE (LRG--ROW, LRG--COL) = "N"                   26/10/15
962466         MOVE "Y" TO LRG--CV-DONE (LRG--ROW, LRG--COL)            26/10/15
962470         ADD 1 TO LRG--COVERED                                    26/10/15
962474     .                                                            26/10/15
962478                                                                  26/10/15
962482 LRG--MISSED-STATE.                                               26/10/15
962486     PERFORM LRG--MISSED-ENTRY                                    26/10/15
962490       VARYING LRG--CE FROM 1 BY 1 UNTIL LRG--CE > $events        26/10/15
962494     .                                                            26/10/15
962498                                                                  26/10/15
962502 LRG--MISSED-ENTRY.                                               26/10/15
962506     IF LR--ACTION (LRG--CS, LRG--CE) > ZERO                      26/10/15
962510        AND LRG--CV-CONFIG (LRG--CS, LRG--CE) = ZERO              26/10/15
962514         PERFORM LRG--REPORT-MISSED                               26/10/15
962518     .                                                            26/10/15
962522                                                                  26/10/15
962526 LRG--REPORT-MISSED.                                              26/10/15
962530     ADD 1 TO LRG--MISSED                                         26/10/15
962534     IF LRG--MISSED = 1                                           26/10/15
962538         MOVE "* Transitions not reached from the initial state:" 26/10/15
962542           TO LRG--SCRIPT-RECORD                                  26/10/15
962546         WRITE LRG--SCRIPT-RECORD                                 26/10/15
962550     .                                                            26/10/15
962554     DISPLAY "LR0602W State " LR--SNAME (LRG--CS)                 26/10/15
962558             "event " LR--ENAME (LRG--CE)                         26/10/15
962562             "not reached from the initial state"                 26/10/15
962566     MOVE "* MISSED "         TO LRG--NOTE-TAG                    26/10/15
962570     MOVE ZERO                TO LRG--NOTE-NUMBER                 26/10/15
962574     MOVE LR--SNAME (LRG--CS) TO LRG--NOTE-STATE                  26/10/15
962578     MOVE LR--ENAME (LRG--CE) TO LRG--NOTE-EVENT                  26/10/15
962582     WRITE LRG--SCRIPT-RECORD FROM LRG--NOTE-LINE                 26/10/15
962586     .                                                            26/10/15
962590:close                                                            26/10/15
962594:endif                                                            26/10/15
962598                                                                  26/10/15
962602!  Generate the change-impact program when asked.  The build runs 26/10/15
962606!  it with OLDTBL holding the NEWTBL the last release wrote;      26/10/15
962610!  it lists what changed in the dialog tables and says whether the26/10/15
962614!  recovery records, journals and service conversations survive   26/10/15
962618!  the cutover.  The release keeps its NEWTBL as the next OLDTBL. 26/10/15
962622                                                                  26/10/15
962626:if "$impact" = "yes"                                             26/10/15
962630:output $DIALOG\I.$ext                                            26/10/15
962634:echo "lr I: building $DIALOG\I.$ext change-impact program..."    26/10/15
962638 IDENTIFICATION DIVISION.                                         26/10/15
962642 PROGRAM-ID.    $DIALOG\I.                                        26/10/15
962646                                                                  26/10/15
962650*----------------------------------------------------------------*26/10/15
962654*  $DIALOG\I.$ext - dialog change-impact program for $SOURCE     *26/10/15
962658*  Generated by Libero $version on $fulldate, $time.             *26/10/15
962662*  Schema file used: $schema                                     *26/10/15
962666*                                                                *26/10/15
962670*  Reads OLDTBL, the table image written by the previous build,  *26/10/15
962674*  and compares it with this build's tables by name: states,     *26/10/15
962678*  events and modules added, removed or renumbered, transitions  *26/10/15
962682*  added or removed, and transitions whose next state or action  *26/10/15
962686*  vector changed.  Writes the report to IMPFILE, ending with the*26/10/15
962690*  cutover assessment: the build signature decides whether the   *26/10/15
962694*  recovery record and journal of an unfinished run can be used  *26/10/15
962698*  (LR0129W, LR0130E), and the state numbers decide whether open *26/10/15
962702*  service-model conversations can continue.  Writes this build's*26/10/15
962706*  table image to NEWTBL for the next comparison.                *26/10/15
962710*                                                                *26/10/15
962714*  Table image records (80 columns):                             *26/10/15
962718*      LRSIG  <signature>          - first record                *26/10/15
962722*      STATE  / EVENT  / MODULE    - number, name                *26/10/15
962726*      TRANS  state event next vector                            *26/10/15
962730*      VECTOR vector position module                             *26/10/15
962734*                                                                *26/10/15
962738*  Return code 0 no impact, 4 recovery records, journals or      *26/10/15
962742*  conversations will not carry over, 8 OLDTBL unusable.         *26/10/15
962746*----------------------------------------------------------------*26/10/15
962750                                                                  26/10/15
962754 ENVIRONMENT DIVISION.                                            26/10/15
962758                                                                  26/10/15
962762 CONFIGURATION SECTION.                                           26/10/15
962766 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
962770 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
962774                                                                  26/10/15
962778 INPUT-OUTPUT SECTION.                                            26/10/15
962782                                                                  26/10/15
962786 FILE-CONTROL.                                                    26/10/15
962790     SELECT OPTIONAL LRI--OLD-FILE                                26/10/15
962794                                 ASSIGN TO "OLDTBL"               26/10/15
962798                                 ORGANIZATION IS SEQUENTIAL       26/10/15
962802                             FILE STATUS IS LRI--OLD-STATUS.      26/10/15
962806     SELECT LRI--NEW-FILE       ASSIGN TO "NEWTBL"                26/10/15
962810                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
962814     SELECT LRI--REPORT-FILE    ASSIGN TO "IMPFILE"               26/10/15
962818                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
962822                                                                  26/10/15
962826 DATA DIVISION.                                                   26/10/15
962830                                                                  26/10/15
962834 FILE SECTION.                                                    26/10/15
962838                                                                  26/10/15
962842 FD  LRI--OLD-FILE                                                26/10/15
962846     LABEL RECORDS ARE STANDARD.                                  26/10/15
962850 01  LRI--OLD-RECORD            PIC X(80).                        26/10/15
962854                                                                  26/10/15
962858 FD  LRI--NEW-FILE                                                26/10/15
962862     LABEL RECORDS ARE STANDARD.                                  26/10/15
962866 01  LRI--NEW-RECORD            PIC X(80).                        26/10/15
962870                                                                  26/10/15
962874 FD  LRI--REPORT-FILE                                             26/10/15
962878     LABEL RECORDS ARE STANDARD.                                  26/10/15
962882 01  LRI--REPORT-RECORD         PIC X(132).                       26/10/15
962886                                                                  26/10/15
962890 WORKING-STORAGE SECTION.                                         26/10/15
962894                                                                  26/10/15
962898:if $states < 10                                                  26/10/15
962902:  set iw=1                                                       26/10/15
962906:else                                                             26/10/15
962910:if $states < 100                                                 26/10/15
962914:  set iw=2                                                       26/10/15
962918:else                                                             26/10/15
962922:if $states < 1000                                                26/10/15
962926:  set iw=3                                                       26/10/15
962930:else                                                             26/10/15
962934:  set iw=4                                                       26/10/15
962938:endif                                                            26/10/15
962942:endif                                                            26/10/15
962946:endif                                                            26/10/15
962950:set number_fmt = "%ld"                                           26/10/15
962954:set row_first  = "%0$iw\ld"                                      26/10/15
962958:set row_after  = "%0$iw\ld"                                      26/10/15
962962:set number_fmt = "%03ld"                                         26/10/15
962966                                                                  26/10/15
962970 01  LR--NEXT-STATES.                                             26/10/15
962974:do nextst                                                        26/10/15
962978:  set rw=$tally * $iw                                            26/10/15
962982:  if $rw > 12                                                    26/10/15
962986     02  FILLER                  PIC X($rw) VALUE                 26/10/15
962990         "$row".                                                  26/10/15
962994:  else                                                           26/10/15
962998     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
963002:  endif                                                          26/10/15
963006:  do overflow                                                    26/10/15
963010:    set rw=$tally * $iw                                          26/10/15
963014:    if $rw > 12                                                  26/10/15
963018     02  FILLER                  PIC X($rw) VALUE                 26/10/15
963022         "$row".                                                  26/10/15
963026:    else                                                         26/10/15
963030     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
963034:    endif                                                        26/10/15
963038:  enddo                                                          26/10/15
963042:enddo                                                            26/10/15
963046 01  FILLER                      REDEFINES  LR--NEXT-STATES.      26/10/15
963050     02  FILLER                             OCCURS $states TIMES. 26/10/15
963054         03  LR--NEXTST          PIC 9($iw) OCCURS $events TIMES. 26/10/15
963058                                                                  26/10/15
963062:if $vectors < 10                                                 26/10/15
963066:  set iw=1                                                       26/10/15
963070:else                                                             26/10/15
963074:if $vectors < 100                                                26/10/15
963078:  set iw=2                                                       26/10/15
963082:else                                                             26/10/15
963086:if $vectors < 1000                                               26/10/15
963090:  set iw=3                                                       26/10/15
963094:else                                                             26/10/15
963098:  set iw=4                                                       26/10/15
963102:endif                                                            26/10/15
963106:endif                                                            26/10/15
963110:endif                                                            26/10/15
963114:set number_fmt = "%ld"                                           26/10/15
963118:set row_first  = "%0$iw\ld"                                      26/10/15
963122:set row_after  = "%0$iw\ld"                                      26/10/15
963126:set number_fmt = "%03ld"                                         26/10/15
963130                                                                  26/10/15
963134 01  LR--ACTIONS.                                                 26/10/15
963138:do action                                                        26/10/15
963142:  set rw = $tally * $iw                                          26/10/15
963146:  if $rw > 12                                                    26/10/15
963150     02  FILLER                  PIC X($rw) VALUE                 26/10/15
963154         "$row".                                                  26/10/15
963158:  else                                                           26/10/15
963162     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
963166:  endif                                                          26/10/15
963170:  do overflow                                                    26/10/15
963174:    set rw=$tally * $iw                                          26/10/15
963178:    if $rw > 12                                                  26/10/15
963182     02  FILLER                  PIC X($rw) VALUE                 26/10/15
963186         "$row".                                                  26/10/15
963190:    else                                                         26/10/15
963194     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
963198:    endif                                                        26/10/15
963202:  enddo                                                          26/10/15
963206:enddo                                                            26/10/15
963210 01  FILLER                      REDEFINES  LR--ACTIONS.          26/10/15
963214     02  FILLER                             OCCURS $states TIMES. 26/10/15
963218         03  LR--ACTION          PIC 9($iw) OCCURS $events TIMES. 26/10/15
963222                                                                  26/10/15
963226 01  LR--OFFSETS.                                                 26/10/15
963230:do vector                                                        26/10/15
963234     02  FILLER                  PIC $swidth  COMP VALUE +$offset.26/10/15
963238:enddo                                                            26/10/15
963242 01  FILLER                      REDEFINES  LR--OFFSETS.          26/10/15
963246     02  LR--OFFSET              PIC $swidth OCCURS $vectors COMP.26/10/15
963250                                                                  26/10/15
963254:if $modules < 10                                                 26/10/15
963258:  set iw=1                                                       26/10/15
963262:  set null="0"                                                   26/10/15
963266:else                                                             26/10/15
963270:if $modules < 100                                                26/10/15
963274:  set iw=2                                                       26/10/15
963278:  set null="00"                                                  26/10/15
963282:else                                                             26/10/15
963286:if $modules < 1000                                               26/10/15
963290:  set iw=3                                                       26/10/15
963294:  set null="000"                                                 26/10/15
963298:else                                                             26/10/15
963302:  set iw=4                                                       26/10/15
963306:  set null="0000"                                                26/10/15
963310:endif                                                            26/10/15
963314:endif                                                            26/10/15
963318:endif                                                            26/10/15
963322:set number_fmt = "%ld"                                           26/10/15
963326:set row_first  = "%0$iw\ld"                                      26/10/15
963330:set row_after  = "%0$iw\ld"                                      26/10/15
963334:set number_fmt = "%03ld"                                         26/10/15
963338                                                                  26/10/15
963342 01  LR--MODULES.                                                 26/10/15
963346:do vector                                                        26/10/15
963350:  set rw = $tally * $iw                                          26/10/15
963354:  if $rw > 28                                                    26/10/15
963358     02  FILLER                  PIC X($rw) VALUE                 26/10/15
963362:    if "$row" = ""                                               26/10/15
963366         "$null".                                                 26/10/15
963370:    else                                                         26/10/15
963374         "$row$null".                                             26/10/15
963378:    endif                                                        26/10/15
963382:  else                                                           26/10/15
963386:    if "$row" = ""                                               26/10/15
963390     02  FILLER  PIC X($rw) VALUE "$null".                        26/10/15
963394:    else                                                         26/10/15
963398     02  FILLER  PIC X($rw) VALUE "$row$null".                    26/10/15
963402:    endif                                                        26/10/15
963406:  endif                                                          26/10/15
963410:enddo                                                            26/10/15
963414 01  FILLER                      REDEFINES  LR--MODULES.          26/10/15
963418     02  LR--MODULE              PIC 9($iw) OCCURS $tblsize TIMES.26/10/15
963422                                                                  26/10/15
963426:push $style                                                      26/10/15
963430:option -style=normal                                             26/10/15
963434 01  LR--SNAMES.                                                  26/10/15
963438:  do state                                                       26/10/15
963442     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
963446:  enddo                                                          26/10/15
963450 01  FILLER           REDEFINES  LR--SNAMES.                      26/10/15
963454     02  LR--SNAME    PIC X(30)  OCCURS $states TIMES.            26/10/15
963458                                                                  26/10/15
963462 01  LR--ENAMES.                                                  26/10/15
963466:  do event                                                       26/10/15
963470     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
963474:  enddo                                                          26/10/15
963478 01  FILLER           REDEFINES  LR--ENAMES.                      26/10/15
963482     02  LR--ENAME    PIC X(30)  OCCURS $events TIMES.            26/10/15
963486                                                                  26/10/15
963490 01  LR--MNAMES.                                                  26/10/15
963494:  do module                                                      26/10/15
963498     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
963502:  enddo                                                          26/10/15
963506 01  FILLER           REDEFINES  LR--MNAMES.                      26/10/15
963510     02  LR--MNAME    PIC X(30)  OCCURS $modules TIMES.           26/10/15
963514:pop $style                                                       26/10/15
963518:option -style=$style                                             26/10/15
963522                                                                  26/10/15
963526:set number_fmt = "%ld"                                           26/10/15
963530:set impact_names = $states                                       26/10/15
963534:if $events > $impact_names                                       26/10/15
963538:  set impact_names = $events                                     26/10/15
963542:endif                                                            26/10/15
963546:if $modules > $impact_names                                      26/10/15
963550:  set impact_names = $modules                                    26/10/15
963554:endif                                                            26/10/15
963558 01  LRI--WORK.                                                   26/10/15
963562     02  LRI--S                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
963566     02  LRI--E                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
963570     02  LRI--T                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
963574     02  LRI--V                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
963578     02  LRI--MOD                PIC S9(4)  COMP VALUE ZERO.      26/10/15
963582     02  LRI--OS                 PIC S9(4)  COMP VALUE ZERO.      26/10/15
963586     02  LRI--OE                 PIC S9(4)  COMP VALUE ZERO.      26/10/15
963590     02  LRI--KIND               PIC S9(4)  COMP VALUE ZERO.      26/10/15
963594     02  LRI--N                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
963598     02  LRI--ON                 PIC S9(4)  COMP VALUE ZERO.      26/10/15
963602     02  LRI--VEC                PIC S9(8)  COMP VALUE ZERO.      26/10/15
963606     02  LRI--SUB                PIC S9(8)  COMP VALUE ZERO.      26/10/15
963610     02  LRI--FOUND              PIC S9(8)  COMP VALUE ZERO.      26/10/15
963614     02  LRI--OT                 PIC S9(8)  COMP VALUE ZERO.      26/10/15
963618     02  LRI--P                  PIC S9(8)  COMP VALUE ZERO.      26/10/15
963622     02  LRI--NEW-LENGTH         PIC S9(8)  COMP VALUE ZERO.      26/10/15
963626     02  LRI--OLD-LENGTH         PIC S9(8)  COMP VALUE ZERO.      26/10/15
963630     02  LRI--LONGER             PIC S9(8)  COMP VALUE ZERO.      26/10/15
963634     02  LRI--OLD-TRANS-COUNT    PIC S9(8)  COMP VALUE ZERO.      26/10/15
963638     02  LRI--OLD-VMOD-COUNT     PIC S9(8)  COMP VALUE ZERO.      26/10/15
963642     02  LRI--TR-ADDED           PIC S9(8)  COMP VALUE ZERO.      26/10/15
963646     02  LRI--TR-REMOVED         PIC S9(8)  COMP VALUE ZERO.      26/10/15
963650     02  LRI--TR-CHANGED         PIC S9(8)  COMP VALUE ZERO.      26/10/15
963654     02  LRI--STATES-MOVED       PIC S9(8)  COMP VALUE ZERO.      26/10/15
963658     02  LRI--OLD-SIGNATURE      PIC 9(8)   VALUE ZERO.           26/10/15
963662     02  LRI--NEW-SIGNATURE      PIC 9(8)   VALUE ZERO.           26/10/15
963666     02  LRI--OLD-STATUS         PIC XX     VALUE "00".           26/10/15
963670     02  LRI--OLD-OPEN           PIC X      VALUE "N".            26/10/15
963674     02  LRI--OLD-BAD            PIC X      VALUE "N".            26/10/15
963678     02  LRI--HAVE-OLD           PIC X      VALUE "N".            26/10/15
963682     02  LRI--OLD-EOF            PIC X      VALUE "N".            26/10/15
963686         88  LRI--OLD-AT-END                VALUE "Y".            26/10/15
963690     02  LRI--NEXT-DIFFERS       PIC X      VALUE "N".            26/10/15
963694     02  LRI--ACTIONS-DIFFER     PIC X      VALUE "N".            26/10/15
963698     02  LRI--NEW-NEXT-NAME      PIC X(30)  VALUE SPACES.         26/10/15
963702     02  LRI--OLD-NEXT-NAME      PIC X(30)  VALUE SPACES.         26/10/15
963706     02  LRI--KIND-COUNTS                   OCCURS 3 TIMES.       26/10/15
963710         03  LRI--KC-ADDED       PIC S9(8)  COMP.                 26/10/15
963714         03  LRI--KC-REMOVED     PIC S9(8)  COMP.                 26/10/15
963718         03  LRI--KC-RENUMBERED  PIC S9(8)  COMP.                 26/10/15
963722                                                                  26/10/15
963726 01  LRI--SIGNATURE-WORK.                                         26/10/15
963730     02  LRI--SIG-ACCUM          PIC S9(9)  COMP VALUE ZERO.      26/10/15
963734     02  LRI--SIG-ITEM           PIC S9(9)  COMP VALUE ZERO.      26/10/15
963738     02  LRI--SIG-WORK           PIC S9(18) COMP VALUE ZERO.      26/10/15
963742     02  LRI--SIG-JUNK           PIC S9(18) COMP VALUE ZERO.      26/10/15
963746                                                                  26/10/15
963750 01  LRI--KINDS.                                                  26/10/15
963754     02  FILLER                  PIC X(14)  VALUE                 26/10/15
963758         "STATE STATES  ".                                        26/10/15
963762     02  FILLER                  PIC X(14)  VALUE                 26/10/15
963766         "EVENT EVENTS  ".                                        26/10/15
963770     02  FILLER                  PIC X(14)  VALUE                 26/10/15
963774         "MODULEMODULES ".                                        26/10/15
963778 01  FILLER                      REDEFINES  LRI--KINDS.           26/10/15
963782     02  FILLER                             OCCURS 3 TIMES.       26/10/15
963786         03  LRI--KIND-TYPE      PIC X(6).                        26/10/15
963790         03  LRI--KIND-NAME      PIC X(8).                        26/10/15
963794                                                                  26/10/15
963798*    THIS BUILD'S NAMES, AND THE OLD NUMBER OF EACH (ZERO IF NEW) 26/10/15
963802 01  LRI--NEW-NAMES.                                              26/10/15
963806     02  LRI--NEW-KIND                      OCCURS 3 TIMES.       26/10/15
963810         03  LRI--NEW-COUNT      PIC S9(4)  COMP.                 26/10/15
963814         03  LRI--NEW-NAME       PIC X(30)  OCCURS $impact_names. 26/10/15
963818         03  LRI--NAME-MAP       PIC S9(4)  COMP                  26/10/15
963822                                            OCCURS $impact_names. 26/10/15
963826                                                                  26/10/15
963830*    THE PREVIOUS BUILD'S TABLES, AS READ FROM OLDTBL             26/10/15
963834 01  LRI--OLD-COUNTS.                                             26/10/15
963838     02  LRI--OLD-COUNT          PIC S9(4)  COMP OCCURS 3 TIMES.  26/10/15
963842 01  LRI--OLD-NAMES.                                              26/10/15
963846     02  FILLER                             OCCURS 3 TIMES.       26/10/15
963850         03  LRI--OLD-NAME       PIC X(30)  OCCURS $impact_max.   26/10/15
963854 01  LRI--OLD-TRANSITIONS.                                        26/10/15
963858     02  LRI--OLD-TRANS                     OCCURS $impact_max.   26/10/15
963862         03  LRI--OT-STATE       PIC S9(4)  COMP.                 26/10/15
963866         03  LRI--OT-EVENT       PIC S9(4)  COMP.                 26/10/15
963870         03  LRI--OT-NEXT        PIC S9(4)  COMP.                 26/10/15
963874         03  LRI--OT-VECTOR      PIC S9(4)  COMP.                 26/10/15
963878         03  LRI--OT-SEEN        PIC X.                           26/10/15
963882 01  LRI--OLD-VECTORS.                                            26/10/15
963886     02  LRI--OLD-VMOD                      OCCURS $impact_max.   26/10/15
963890         03  LRI--OV-VECTOR      PIC S9(4)  COMP.                 26/10/15
963894         03  LRI--OV-MODULE      PIC S9(4)  COMP.                 26/10/15
963898                                                                  26/10/15
963902 01  LRI--ACTION-LISTS.                                           26/10/15
963906     02  LRI--NEW-ACTION         PIC X(30)  OCCURS $tblsize.      26/10/15
963910     02  LRI--OLD-ACTION         PIC X(30)  OCCURS $impact_max.   26/10/15
963914                                                                  26/10/15
963918 01  LRI--TABLE-LINE.                                             26/10/15
963922     02  LRI--TL-TYPE            PIC X(6).                        26/10/15
963926     02  LRI--TL-NUMBER          PIC 9(4).                        26/10/15
963930     02  FILLER                  PIC X.                           26/10/15
963934     02  LRI--TL-NAME            PIC X(30).                       26/10/15
963938     02  FILLER                  PIC X(39).                       26/10/15
963942 01  FILLER                      REDEFINES  LRI--TABLE-LINE.      26/10/15
963946     02  FILLER                  PIC X(11).                       26/10/15
963950     02  LRI--TL-EVENT           PIC 9(4).                        26/10/15
963954     02  FILLER                  PIC X.                           26/10/15
963958     02  LRI--TL-NEXT            PIC 9(4).                        26/10/15
963962     02  FILLER                  PIC X.                           26/10/15
963966     02  LRI--TL-VECTOR          PIC 9(4).                        26/10/15
963970     02  FILLER                  PIC X(55).                       26/10/15
963974 01  FILLER                      REDEFINES  LRI--TABLE-LINE.      26/10/15
963978     02  FILLER                  PIC X(11).                       26/10/15
963982     02  LRI--TL-POSITION        PIC 9(4).                        26/10/15
963986     02  FILLER                  PIC X.                           26/10/15
963990     02  LRI--TL-MODULE          PIC 9(4).                        26/10/15
963994     02  FILLER                  PIC X(60).                       26/10/15
963998 01  FILLER                      REDEFINES  LRI--TABLE-LINE.      26/10/15
964002     02  LRI--SIG-TAG            PIC X(6).                        26/10/15
964006     02  LRI--SIG-VALUE          PIC 9(8).                        26/10/15
964010     02  FILLER                  PIC X(66).                       26/10/15
964014                                                                  26/10/15
964018 01  LRI--SIGNATURE-REPORT.                                       26/10/15
964022     02  FILLER                  PIC X(30)  VALUE                 26/10/15
964026         "    Previous build signature ".                         26/10/15
964030     02  LRI--SR-OLD             PIC X(8).                        26/10/15
964034     02  FILLER                  PIC X(16)  VALUE                 26/10/15
964038         "    this build ".                                       26/10/15
964042     02  LRI--SR-NEW             PIC 9(8).                        26/10/15
964046     02  FILLER                  PIC X(70)  VALUE SPACES.         26/10/15
964050                                                                  26/10/15
964054 01  LRI--NAME-LINE.                                              26/10/15
964058     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
964062     02  LRI--NL-TAG             PIC X(11).                       26/10/15
964066     02  LRI--NL-NAME            PIC X(30).                       26/10/15
964070     02  FILLER                  PIC X(8)   VALUE " number ".     26/10/15
964074     02  LRI--NL-OLD             PIC ZZZZ.                        26/10/15
964078     02  LRI--NL-ARROW           PIC X(4).                        26/10/15
964082     02  LRI--NL-NEW             PIC ZZZZ.                        26/10/15
964086     02  FILLER                  PIC X(67)  VALUE SPACES.         26/10/15
964090                                                                  26/10/15
964094 01  LRI--TRANS-LINE.                                             26/10/15
964098     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
964102     02  LRI--TR-TAG             PIC X(11).                       26/10/15
964106     02  LRI--TR-STATE           PIC X(30).                       26/10/15
964110     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
964114     02  LRI--TR-EVENT           PIC X(30).                       26/10/15
964118     02  FILLER                  PIC X(56)  VALUE SPACES.         26/10/15
964122                                                                  26/10/15
964126 01  LRI--DETAIL-LINE.                                            26/10/15
964130     02  FILLER                  PIC X(15)  VALUE SPACES.         26/10/15
964134     02  LRI--DL-LABEL           PIC X(12).                       26/10/15
964138     02  LRI--DL-OLD             PIC X(30).                       26/10/15
964142     02  LRI--DL-ARROW           PIC X(4).                        26/10/15
964146     02  LRI--DL-NEW             PIC X(30).                       26/10/15
964150     02  FILLER                  PIC X(41)  VALUE SPACES.         26/10/15
964154                                                                  26/10/15
964158 01  LRI--TOTAL-LINE.                                             26/10/15
964162     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
964166     02  LRI--TT-KIND            PIC X(12).                       26/10/15
964170     02  FILLER                  PIC X(6)   VALUE "added ".       26/10/15
964174     02  LRI--TT-ADDED           PIC ZZZZ9.                       26/10/15
964178     02  FILLER                  PIC X(10)  VALUE "  removed ".   26/10/15
964182     02  LRI--TT-REMOVED         PIC ZZZZ9.                       26/10/15
964186     02  LRI--TT-THIRD           PIC X(13).                       26/10/15
964190     02  LRI--TT-OTHER           PIC ZZZZ9.                       26/10/15
964194     02  FILLER                  PIC X(72)  VALUE SPACES.         26/10/15
964198                                                                  26/10/15
964202 PROCEDURE DIVISION.                                              26/10/15
964206                                                                  26/10/15
964210 LRI--MAIN.                                                       26/10/15
964214     PERFORM LRI--COMPUTE-SIGNATURE                               26/10/15
964218     PERFORM LRI--LOAD-NEW-NAMES                                  26/10/15
964222     PERFORM LRI--LOAD-OLD-TABLES                                 26/10/15
964226     OPEN OUTPUT LRI--REPORT-FILE                                 26/10/15
964230     MOVE "DIALOG CHANGE IMPACT FOR $SOURCE" TO LRI--REPORT-RECORD26/10/15
964234     WRITE LRI--REPORT-RECORD                                     26/10/15
964238     MOVE SPACES TO LRI--REPORT-RECORD                            26/10/15
964242     WRITE LRI--REPORT-RECORD                                     26/10/15
964246     IF LRI--HAVE-OLD = "Y"                                       26/10/15
964250         MOVE LRI--OLD-SIGNATURE TO LRI--SR-OLD                   26/10/15
964254     ELSE                                                         26/10/15
964258         MOVE "none"             TO LRI--SR-OLD                   26/10/15
964262     .                                                            26/10/15
964266     MOVE LRI--NEW-SIGNATURE TO LRI--SR-NEW                       26/10/15
964270     WRITE LRI--REPORT-RECORD FROM LRI--SIGNATURE-REPORT          26/10/15
964274     IF LRI--HAVE-OLD = "Y"                                       26/10/15
964278         PERFORM LRI--COMPARE-TABLES                              26/10/15
964282     .                                                            26/10/15
964286     PERFORM LRI--WRITE-CUTOVER                                   26/10/15
964290     CLOSE LRI--REPORT-FILE                                       26/10/15
964294     PERFORM LRI--WRITE-NEW-TABLES                                26/10/15
964298     PERFORM LRI--SET-RETURN-CODE                                 26/10/15
964302     STOP RUN                                                     26/10/15
964306     .                                                            26/10/15
964310                                                                  26/10/15
964314*    THE SAME ROLLING HASH OVER THE SAME TABLES AS THE PROGRAM    26/10/15
964318*    ITSELF COMPUTES, SO THE TWO SIGNATURES ALWAYS AGREE          26/10/15
964322 LRI--COMPUTE-SIGNATURE.                                          26/10/15
964326     MOVE ZERO TO LRI--SIG-ACCUM                                  26/10/15
964330     MOVE $states  TO LRI--SIG-ITEM                               26/10/15
964334     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964338     MOVE $events  TO LRI--SIG-ITEM                               26/10/15
964342     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964346     MOVE $modules TO LRI--SIG-ITEM                               26/10/15
964350     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964354     PERFORM LRI--SIGN-STATE-ROW                                  26/10/15
964358       VARYING LRI--S FROM 1 BY 1 UNTIL LRI--S > $states          26/10/15
964362     PERFORM LRI--SIGN-VECTOR-ENTRY                               26/10/15
964366       VARYING LRI--SUB FROM 1 BY 1 UNTIL LRI--SUB > $vectors     26/10/15
964370     PERFORM LRI--SIGN-MODULE-ENTRY                               26/10/15
964374       VARYING LRI--SUB FROM 1 BY 1 UNTIL LRI--SUB > $tblsize     26/10/15
964378     MOVE LRI--SIG-ACCUM TO LRI--NEW-SIGNATURE                    26/10/15
964382     .                                                            26/10/15
964386                                                                  26/10/15
964390 LRI--SIGN-STATE-ROW.                                             26/10/15
964394     PERFORM LRI--SIGN-STATE-EVENT                                26/10/15
964398       VARYING LRI--E FROM 1 BY 1 UNTIL LRI--E > $events          26/10/15
964402     .                                                            26/10/15
964406                                                                  26/10/15
964410 LRI--SIGN-STATE-EVENT.                                           26/10/15
964414     MOVE LR--NEXTST (LRI--S, LRI--E) TO LRI--SIG-ITEM            26/10/15
964418     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964422     MOVE LR--ACTION (LRI--S, LRI--E) TO LRI--SIG-ITEM            26/10/15
964426     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964430     .                                                            26/10/15
964434                                                                  26/10/15
964438 LRI--SIGN-VECTOR-ENTRY.                                          26/10/15
964442     MOVE LR--OFFSET (LRI--SUB) TO LRI--SIG-ITEM                  26/10/15
964446     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964450     .                                                            26/10/15
964454                                                                  26/10/15
964458 LRI--SIGN-MODULE-ENTRY.                                          26/10/15
964462     MOVE LR--MODULE (LRI--SUB) TO LRI--SIG-ITEM                  26/10/15
964466     PERFORM LRI--ROLL-SIGNATURE                                  26/10/15
964470     .                                                            26/10/15
964474                                                                  26/10/15
964478 LRI--ROLL-SIGNATURE.                                             26/10/15
964482     COMPUTE LRI--SIG-WORK = LRI--SIG-ACCUM * 37 + LRI--SIG-ITEM  26/10/15
964486     DIVIDE LRI--SIG-WORK BY 99999989                             26/10/15
964490         GIVING LRI--SIG-JUNK REMAINDER LRI--SIG-ACCUM            26/10/15
964494     .                                                            26/10/15
964498                                                                  26/10/15
964502 LRI--LOAD-NEW-NAMES.                                             26/10/15
964506     MOVE $states  TO LRI--NEW-COUNT (1)                          26/10/15
964510     MOVE $events  TO LRI--NEW-COUNT (2)                          26/10/15
964514     MOVE $modules TO LRI--NEW-COUNT (3)                          26/10/15
964518     PERFORM LRI--COPY-STATE-NAME                                 26/10/15
964522       VARYING LRI--N FROM 1 BY 1 UNTIL LRI--N > $states          26/10/15
964526     PERFORM LRI--COPY-EVENT-NAME                                 26/10/15
964530       VARYING LRI--N FROM 1 BY 1 UNTIL LRI--N > $events          26/10/15
964534     PERFORM LRI--COPY-MODULE-NAME                                26/10/15
964538       VARYING LRI--N FROM 1 BY 1 UNTIL LRI--N > $modules         26/10/15
964542     .                                                            26/10/15
964546                                                                  26/10/15
964550 LRI--COPY-STATE-NAME.                                            26/10/15
964554     MOVE LR--SNAME (LRI--N) TO LRI--NEW-NAME (1, LRI--N)         26/10/15
964558     .                                                            26/10/15
964562                                                                  26/10/15
964566 LRI--COPY-EVENT-NAME.                                            26/10/15
964570     MOVE LR--ENAME (LRI--N) TO LRI--NEW-NAME (2, LRI--N)         26/10/15
964574     .                                                            26/10/15
964578                                                                  26/10/15
964582 LRI--COPY-MODULE-NAME.                                           26/10/15
964586     MOVE LR--MNAME (LRI--N) TO LRI--NEW-NAME (3, LRI--N)         26/10/15
964590     .                                                            26/10/15
964594                                                                  26/10/15
964598*    A MISSING OR EMPTY OLDTBL MEANS THERE IS NO PREVIOUS BUILD   26/10/15
964602*    TO COMPARE WITH; ANYTHING ELSE THAT IS NOT A TABLE IMAGE     26/10/15
964606*    MAKES THE COMPARISON IMPOSSIBLE                              26/10/15
964610 LRI--LOAD-OLD-TABLES.                                            26/10/15
964614     MOVE SPACES TO LRI--OLD-NAMES                                26/10/15
964618     MOVE ZERO   TO LRI--OLD-COUNT (1)                            26/10/15
964622     MOVE ZERO   TO LRI--OLD-COUNT (2)                            26/10/15
964626     MOVE ZERO   TO LRI--OLD-COUNT (3)                            26/10/15
964630     OPEN INPUT LRI--OLD-FILE                                     26/10/15
964634     IF LRI--OLD-STATUS = "00" OR LRI--OLD-STATUS = "05"          26/10/15
964638         MOVE "Y" TO LRI--OLD-OPEN                                26/10/15
964642         PERFORM LRI--READ-OLD-RECORD                             26/10/15
964646     ELSE                                                         26/10/15
964650         MOVE "Y" TO LRI--OLD-EOF                                 26/10/15
964654         MOVE "Y" TO LRI--OLD-BAD                                 26/10/15
964658     .                                                            26/10/15
964662     IF NOT LRI--OLD-AT-END                                       26/10/15
964666         IF LRI--SIG-TAG = "LRSIG " AND LRI--SIG-VALUE NUMERIC    26/10/15
964670             MOVE "Y" TO LRI--HAVE-OLD                            26/10/15
964674             MOVE LRI--SIG-VALUE TO LRI--OLD-SIGNATURE            26/10/15
964678             PERFORM LRI--READ-OLD-RECORD                         26/10/15
964682             PERFORM LRI--LOAD-OLD-RECORD                         26/10/15
964686               UNTIL LRI--OLD-AT-END                              26/10/15
964690         ELSE                                                     26/10/15
964694             MOVE "Y" TO LRI--OLD-BAD                             26/10/15
964698     .                                                            26/10/15
964702     IF LRI--OLD-OPEN = "Y"                                       26/10/15
964706         CLOSE LRI--OLD-FILE                                      26/10/15
964710     .                                                            26/10/15
964714     IF LRI--OLD-BAD = "Y"                                        26/10/15
964718         MOVE "N" TO LRI--HAVE-OLD                                26/10/15
964722     .                                                            26/10/15
964726                                                                  26/10/15
964730 LRI--READ-OLD-RECORD.                                            26/10/15
964734     READ LRI--OLD-FILE INTO LRI--TABLE-LINE                      26/10/15
964738         AT END MOVE "Y" TO LRI--OLD-EOF                          26/10/15
964742     .                                                            26/10/15
964746     IF NOT LRI--OLD-AT-END AND LRI--OLD-STATUS NOT = "00"        26/10/15
964750         MOVE "Y" TO LRI--OLD-BAD                                 26/10/15
964754         MOVE "Y" TO LRI--OLD-EOF                                 26/10/15
964758     .                                                            26/10/15
964762                                                                  26/10/15
964766 LRI--LOAD-OLD-RECORD.                                            26/10/15
964770     IF LRI--TL-NUMBER NOT NUMERIC                                26/10/15
964774        OR LRI--TL-NUMBER = ZERO                                  26/10/15
964778        OR LRI--TL-NUMBER > $impact_max                           26/10/15
964782         MOVE "Y" TO LRI--OLD-BAD                                 26/10/15
964786     ELSE                                                         26/10/15
964790     IF LRI--TL-TYPE = "STATE "                                   26/10/15
964794         MOVE 1 TO LRI--KIND                                      26/10/15
964798         PERFORM LRI--LOAD-OLD-NAME                               26/10/15
964802     ELSE                                                         26/10/15
964806     IF LRI--TL-TYPE = "EVENT "                                   26/10/15
964810         MOVE 2 TO LRI--KIND                                      26/10/15
964814         PERFORM LRI--LOAD-OLD-NAME                               26/10/15
964818     ELSE                                                         26/10/15
964822     IF LRI--TL-TYPE = "MODULE"                                   26/10/15
964826         MOVE 3 TO LRI--KIND                                      26/10/15
964830         PERFORM LRI--LOAD-OLD-NAME                               26/10/15
964834     ELSE                                                         26/10/15
964838     IF LRI--TL-TYPE = "TRANS "                                   26/10/15
964842         PERFORM LRI--LOAD-OLD-TRANSITION                         26/10/15
964846     ELSE                                                         26/10/15
964850     IF LRI--TL-TYPE = "VECTOR"                                   26/10/15
964854         PERFORM LRI--LOAD-OLD-VECTOR                             26/10/15
964858     ELSE                                                         26/10/15
964862         MOVE "Y" TO LRI--OLD-BAD                                 26/10/15
964866     .                                                            26/10/15
964870     IF LRI--OLD-BAD = "Y"                                        26/10/15
964874         MOVE "Y" TO LRI--OLD-EOF                                 26/10/15
964878     ELSE                                                         26/10/15
964882         PERFORM LRI--READ-OLD-RECORD                             26/10/15
964886     .                                                            26/10/15
964890                                                                  26/10/15
964894 LRI--LOAD-OLD-NAME.                                              26/10/15
964898     MOVE LRI--TL-NUMBER TO LRI--ON                               26/10/15
964902     MOVE LRI--TL-NAME   TO LRI--OLD-NAME (LRI--KIND, LRI--ON)    26/10/15
964906     IF LRI--ON > LRI--OLD-COUNT (LRI--KIND)                      26/10/15
964910         MOVE LRI--ON TO LRI--OLD-COUNT (LRI--KIND)               26/10/15
964914     .                                                            26/10/15
964918                                                                  26/10/15
964922 LRI--LOAD-OLD-TRANSITION.                                        26/10/15
964926     IF LRI--OLD-TRANS-COUNT NOT < $impact_max                    26/10/15
964930        OR LRI--TL-EVENT  NOT NUMERIC                             26/10/15
964934        OR LRI--TL-NEXT   NOT NUMERIC                             26/10/15
964938        OR LRI--TL-VECTOR NOT NUMERIC                             26/10/15
964942        OR LRI--TL-EVENT  = ZERO OR LRI--TL-EVENT  > $impact_max  26/10/15
964946        OR LRI--TL-NEXT   = ZERO OR LRI--TL-NEXT   > $impact_max  26/10/15
964950        OR LRI--TL-VECTOR = ZERO                                  26/10/15
964954         MOVE "Y" TO LRI--OLD-BAD                                 26/10/15
964958     ELSE                                                         26/10/15
964962         ADD 1 TO LRI--OLD-TRANS-COUNT                            26/10/15
964966         MOVE LRI--OLD-TRANS-COUNT TO LRI--OT                     26/10/15
964970         MOVE LRI--TL-NUMBER TO LRI--OT-STATE  (LRI--OT)          26/10/15
964974         MOVE LRI--TL-EVENT  TO LRI--OT-EVENT  (LRI--OT)          26/10/15
964978         MOVE LRI--TL-NEXT   TO LRI--OT-NEXT   (LRI--OT)          26/10/15
964982         MOVE LRI--TL-VECTOR TO LRI--OT-VECTOR (LRI--OT)          26/10/15
964986         MOVE "N"            TO LRI--OT-SEEN   (LRI--OT)          26/10/15
964990     .                                                            26/10/15
964994                                                                  26/10/15
964998 LRI--LOAD-OLD-VECTOR.                                            26/10/15
965002     IF LRI--OLD-VMOD-COUNT NOT < $impact_max                     26/10/15
965006        OR LRI--TL-MODULE NOT NUMERIC                             26/10/15
965010        OR LRI--TL-MODULE = ZERO OR LRI--TL-MODULE > $impact_max  26/10/15
965014         MOVE "Y" TO LRI--OLD-BAD                                 26/10/15
965018     ELSE                                                         26/10/15
965022         ADD 1 TO LRI--OLD-VMOD-COUNT                             26/10/15
965026         MOVE LRI--OLD-VMOD-COUNT TO LRI--SUB                     26/10/15
965030         MOVE LRI--TL-NUMBER TO LRI--OV-VECTOR (LRI--SUB)         26/10/15
965034         MOVE LRI--TL-MODULE TO LRI--OV-MODULE (LRI--SUB)         26/10/15
965038     .                                                            26/10/15
965042                                                                  26/10/15
965046 LRI--COMPARE-TABLES.                                             26/10/15
965050     PERFORM LRI--COMPARE-KIND                                    26/10/15
965054       VARYING LRI--KIND FROM 1 BY 1 UNTIL LRI--KIND > 3          26/10/15
965058     MOVE SPACES TO LRI--REPORT-RECORD                            26/10/15
965062     WRITE LRI--REPORT-RECORD                                     26/10/15
965066     MOVE "TRANSITIONS" TO LRI--REPORT-RECORD                     26/10/15
965070     WRITE LRI--REPORT-RECORD                                     26/10/15
965074     PERFORM LRI--COMPARE-STATE-ROW                               26/10/15
965078       VARYING LRI--S FROM 1 BY 1 UNTIL LRI--S > $states          26/10/15
965082     PERFORM LRI--CHECK-OLD-TRANSITION                            26/10/15
965086       VARYING LRI--OT FROM 1 BY 1                                26/10/15
965090         UNTIL LRI--OT > LRI--OLD-TRANS-COUNT                     26/10/15
965094     IF LRI--TR-ADDED + LRI--TR-REMOVED + LRI--TR-CHANGED = ZERO  26/10/15
965098         MOVE "    no change" TO LRI--REPORT-RECORD               26/10/15
965102         WRITE LRI--REPORT-RECORD                                 26/10/15
965106     .                                                            26/10/15
965110     MOVE SPACES TO LRI--REPORT-RECORD                            26/10/15
965114     WRITE LRI--REPORT-RECORD                                     26/10/15
965118     MOVE "SUMMARY" TO LRI--REPORT-RECORD                         26/10/15
965122     WRITE LRI--REPORT-RECORD                                     26/10/15
965126     PERFORM LRI--PUT-KIND-TOTAL                                  26/10/15
965130       VARYING LRI--KIND FROM 1 BY 1 UNTIL LRI--KIND > 3          26/10/15
965134     MOVE "TRANSITIONS"    TO LRI--TT-KIND                        26/10/15
965138     MOVE LRI--TR-ADDED    TO LRI--TT-ADDED                       26/10/15
965142     MOVE LRI--TR-REMOVED  TO LRI--TT-REMOVED                     26/10/15
965146     MOVE "  changed   "   TO LRI--TT-THIRD                       26/10/15
965150     MOVE LRI--TR-CHANGED  TO LRI--TT-OTHER                       26/10/15
965154     WRITE LRI--REPORT-RECORD FROM LRI--TOTAL-LINE                26/10/15
965158     COMPUTE LRI--STATES-MOVED = LRI--KC-REMOVED (1)              26/10/15
965162                               + LRI--KC-RENUMBERED (1)           26/10/15
965166     .                                                            26/10/15
965170                                                                  26/10/15
965174 LRI--COMPARE-KIND.                                               26/10/15
965178     MOVE ZERO TO LRI--KC-ADDED (LRI--KIND)                       26/10/15
965182     MOVE ZERO TO LRI--KC-REMOVED (LRI--KIND)                     26/10/15
965186     MOVE ZERO TO LRI--KC-RENUMBERED (LRI--KIND)                  26/10/15
965190     MOVE SPACES TO LRI--REPORT-RECORD                            26/10/15
965194     WRITE LRI--REPORT-RECORD                                     26/10/15
965198     MOVE LRI--KIND-NAME (LRI--KIND) TO LRI--REPORT-RECORD        26/10/15
965202     WRITE LRI--REPORT-RECORD                                     26/10/15
965206     PERFORM LRI--MATCH-NEW-NAME                                  26/10/15
965210       VARYING LRI--N FROM 1 BY 1                                 26/10/15
965214         UNTIL LRI--N > LRI--NEW-COUNT (LRI--KIND)                26/10/15
965218     PERFORM LRI--MATCH-OLD-NAME                                  26/10/15
965222       VARYING LRI--ON FROM 1 BY 1                                26/10/15
965226         UNTIL LRI--ON > LRI--OLD-COUNT (LRI--KIND)               26/10/15
965230     IF LRI--KC-ADDED (LRI--KIND) + LRI--KC-REMOVED (LRI--KIND)   26/10/15
965234        + LRI--KC-RENUMBERED (LRI--KIND) = ZERO                   26/10/15
965238         MOVE "    no change" TO LRI--REPORT-RECORD               26/10/15
965242         WRITE LRI--REPORT-RECORD                                 26/10/15
965246     .                                                            26/10/15
965250                                                                  26/10/15
965254 LRI--MATCH-NEW-NAME.                                             26/10/15
965258     MOVE ZERO TO LRI--FOUND                                      26/10/15
965262     PERFORM LRI--FIND-OLD-NAME                                   26/10/15
965266       VARYING LRI--SUB FROM 1 BY 1                               26/10/15
965270         UNTIL LRI--SUB > LRI--OLD-COUNT (LRI--KIND)              26/10/15
965274            OR LRI--FOUND > ZERO                                  26/10/15
965278     MOVE LRI--FOUND TO LRI--NAME-MAP (LRI--KIND, LRI--N)         26/10/15
965282     MOVE LRI--NEW-NAME (LRI--KIND, LRI--N) TO LRI--NL-NAME       26/10/15
965286     MOVE SPACES TO LRI--NL-ARROW                                 26/10/15
965290     MOVE ZERO   TO LRI--NL-NEW                                   26/10/15
965294     IF LRI--FOUND = ZERO                                         26/10/15
965298         ADD 1 TO LRI--KC-ADDED (LRI--KIND)                       26/10/15
965302         MOVE "ADDED"    TO LRI--NL-TAG                           26/10/15
965306         MOVE LRI--N     TO LRI--NL-OLD                           26/10/15
965310         WRITE LRI--REPORT-RECORD FROM LRI--NAME-LINE             26/10/15
965314     ELSE                                                         26/10/15
965318     IF LRI--FOUND NOT = LRI--N                                   26/10/15
965322         ADD 1 TO LRI--KC-RENUMBERED (LRI--KIND)                  26/10/15
965326         MOVE "RENUMBERED" TO LRI--NL-TAG                         26/10/15
965330         MOVE LRI--FOUND   TO LRI--NL-OLD                         26/10/15
965334         MOVE " -> "       TO LRI--NL-ARROW                       26/10/15
965338         MOVE LRI--N       TO LRI--NL-NEW                         26/10/15
965342         WRITE LRI--REPORT-RECORD FROM LRI--NAME-LINE             26/10/15
965346     .                                                            26/10/15
965350                                                                  26/10/15
965354 LRI--FIND-OLD-NAME.                                              26/10/15
965358     IF LRI--OLD-NAME (LRI--KIND, LRI--SUB)                       26/10/15
965362      = LRI--NEW-NAME (LRI--KIND, LRI--N)                         26/10/15
965366         MOVE LRI--SUB TO LRI--FOUND                              26/10/15
965370     .                                                            26/10/15
965374                                                                  26/10/15
965378 LRI--MATCH-OLD-NAME.                                             26/10/15
965382     IF LRI--OLD-NAME (LRI--KIND, LRI--ON) NOT = SPACES           26/10/15
965386         MOVE ZERO TO LRI--FOUND                                  26/10/15
965390         PERFORM LRI--FIND-NEW-NAME                               26/10/15
965394           VARYING LRI--SUB FROM 1 BY 1                           26/10/15
965398             UNTIL LRI--SUB > LRI--NEW-COUNT (LRI--KIND)          26/10/15
965402                OR LRI--FOUND > ZERO                              26/10/15
965406         IF LRI--FOUND = ZERO                                     26/10/15
965410             ADD 1 TO LRI--KC-REMOVED (LRI--KIND)                 26/10/15
965414             MOVE "REMOVED" TO LRI--NL-TAG                        26/10/15
965418             MOVE LRI--OLD-NAME (LRI--KIND, LRI--ON)              26/10/15
965422               TO LRI--NL-NAME                                    26/10/15
965426             MOVE LRI--ON   TO LRI--NL-OLD                        26/10/15
965430             MOVE SPACES    TO LRI--NL-ARROW                      26/10/15
965434             MOVE ZERO      TO LRI--NL-NEW                        26/10/15
965438             WRITE LRI--REPORT-RECORD FROM LRI--NAME-LINE         26/10/15
965442     .                                                            26/10/15
965446                                                                  26/10/15
965450 LRI--FIND-NEW-NAME.                                              26/10/15
965454     IF LRI--NEW-NAME (LRI--KIND, LRI--SUB)                       26/10/15
965458      = LRI--OLD-NAME (LRI--KIND, LRI--ON)                        26/10/15
965462         MOVE LRI--SUB TO LRI--FOUND                              26/10/15
965466     .                                                            26/10/15
965470                                                                  26/10/15
965474 LRI--COMPARE-STATE-ROW.                                          26/10/15
965478     PERFORM LRI--COMPARE-TRANSITION                              26/10/15
965482       VARYING LRI--E FROM 1 BY 1 UNTIL LRI--E > $events          26/10/15
965486     .                                                            26/10/15
965490                                                                  26/10/15
965494*    TRANSITIONS ARE MATCHED BY STATE AND EVENT NAME, SO A MERE   26/10/15
965498*    RENUMBERING DOES NOT SHOW AS A CHANGED TRANSITION            26/10/15
965502 LRI--COMPARE-TRANSITION.                                         26/10/15
965506     IF LR--ACTION (LRI--S, LRI--E) > ZERO                        26/10/15
965510         PERFORM LRI--FIND-OLD-TRANSITION                         26/10/15
965514         IF LRI--FOUND = ZERO                                     26/10/15
965518             ADD 1 TO LRI--TR-ADDED                               26/10/15
965522             MOVE "ADDED" TO LRI--TR-TAG                          26/10/15
965526             PERFORM LRI--PUT-TRANSITION-LINE                     26/10/15
965530         ELSE                                                     26/10/15
965534             PERFORM LRI--DIFF-TRANSITION                         26/10/15
965538     .                                                            26/10/15
965542                                                                  26/10/15
965546 LRI--FIND-OLD-TRANSITION.                                        26/10/15
965550     MOVE ZERO TO LRI--FOUND                                      26/10/15
965554     MOVE LRI--NAME-MAP (1, LRI--S) TO LRI--OS                    26/10/15
965558     MOVE LRI--NAME-MAP (2, LRI--E) TO LRI--OE                    26/10/15
965562     IF LRI--OS > ZERO AND LRI--OE > ZERO                         26/10/15
965566         PERFORM LRI--MATCH-OLD-TRANSITION                        26/10/15
965570           VARYING LRI--OT FROM 1 BY 1                            26/10/15
965574             UNTIL LRI--OT > LRI--OLD-TRANS-COUNT                 26/10/15
965578                OR LRI--FOUND > ZERO                              26/10/15
965582     .                                                            26/10/15
965586                                                                  26/10/15
965590 LRI--MATCH-OLD-TRANSITION.                                       26/10/15
965594     IF LRI--OT-STATE (LRI--OT) = LRI--OS                         26/10/15
965598        AND LRI--OT-EVENT (LRI--OT) = LRI--OE                     26/10/15
965602         MOVE LRI--OT TO LRI--FOUND                               26/10/15
965606     .                                                            26/10/15
965610                                                                  26/10/15
965614 LRI--DIFF-TRANSITION.                                            26/10/15
965618     MOVE "Y" TO LRI--OT-SEEN (LRI--FOUND)                        26/10/15
965622     MOVE "N" TO LRI--NEXT-DIFFERS                                26/10/15
965626     MOVE "N" TO LRI--ACTIONS-DIFFER                              26/10/15
965630     MOVE LR--NEXTST (LRI--S, LRI--E) TO LRI--T                   26/10/15
965634     MOVE LR--SNAME (LRI--T)          TO LRI--NEW-NEXT-NAME       26/10/15
965638     MOVE LRI--OT-NEXT (LRI--FOUND)   TO LRI--ON                  26/10/15
965642     MOVE LRI--OLD-NAME (1, LRI--ON)  TO LRI--OLD-NEXT-NAME       26/10/15
965646     IF LRI--NEW-NEXT-NAME NOT = LRI--OLD-NEXT-NAME               26/10/15
965650         MOVE "Y" TO LRI--NEXT-DIFFERS                            26/10/15
965654     .                                                            26/10/15
965658     PERFORM LRI--LIST-NEW-ACTIONS                                26/10/15
965662     PERFORM LRI--LIST-OLD-ACTIONS                                26/10/15
965666     IF LRI--NEW-LENGTH NOT = LRI--OLD-LENGTH                     26/10/15
965670         MOVE "Y" TO LRI--ACTIONS-DIFFER                          26/10/15
965674     ELSE                                                         26/10/15
965678         PERFORM LRI--COMPARE-ACTION                              26/10/15
965682           VARYING LRI--P FROM 1 BY 1                             26/10/15
965686             UNTIL LRI--P > LRI--NEW-LENGTH                       26/10/15
965690     .                                                            26/10/15
965694     IF LRI--NEXT-DIFFERS = "Y" OR LRI--ACTIONS-DIFFER = "Y"      26/10/15
965698         ADD 1 TO LRI--TR-CHANGED                                 26/10/15
965702         MOVE "CHANGED" TO LRI--TR-TAG                            26/10/15
965706         PERFORM LRI--PUT-TRANSITION-LINE                         26/10/15
965710     .                                                            26/10/15
965714     IF LRI--NEXT-DIFFERS = "Y"                                   26/10/15
965718         MOVE SPACES TO LRI--DETAIL-LINE                          26/10/15
965722         MOVE "next state"        TO LRI--DL-LABEL                26/10/15
965726         MOVE LRI--OLD-NEXT-NAME  TO LRI--DL-OLD                  26/10/15
965730         MOVE " -> "              TO LRI--DL-ARROW                26/10/15
965734         MOVE LRI--NEW-NEXT-NAME  TO LRI--DL-NEW                  26/10/15
965738         WRITE LRI--REPORT-RECORD FROM LRI--DETAIL-LINE           26/10/15
965742     .                                                            26/10/15
965746     IF LRI--ACTIONS-DIFFER = "Y"                                 26/10/15
965750         MOVE LRI--NEW-LENGTH TO LRI--LONGER                      26/10/15
965754         IF LRI--OLD-LENGTH > LRI--LONGER                         26/10/15
965758             MOVE LRI--OLD-LENGTH TO LRI--LONGER                  26/10/15
965762         .                                                        26/10/15
965766     IF LRI--ACTIONS-DIFFER = "Y"                                 26/10/15
965770         PERFORM LRI--PUT-ACTION-DETAIL                           26/10/15
965774           VARYING LRI--P FROM 1 BY 1 UNTIL LRI--P > LRI--LONGER  26/10/15
965778     .                                                            26/10/15
965782                                                                  26/10/15
965786 LRI--LIST-NEW-ACTIONS.                                           26/10/15
965790     MOVE ZERO TO LRI--NEW-LENGTH                                 26/10/15
965794     MOVE LR--ACTION (LRI--S, LRI--E) TO LRI--V                   26/10/15
965798     MOVE LR--OFFSET (LRI--V) TO LRI--VEC                         26/10/15
965802     PERFORM LRI--LIST-NEW-ACTION                                 26/10/15
965806       UNTIL LR--MODULE (LRI--VEC) = ZERO                         26/10/15
965810     .                                                            26/10/15
965814                                                                  26/10/15
965818 LRI--LIST-NEW-ACTION.                                            26/10/15
965822     ADD 1 TO LRI--NEW-LENGTH                                     26/10/15
965826     MOVE LR--MODULE (LRI--VEC) TO LRI--MOD                       26/10/15
965830     MOVE LR--MNAME (LRI--MOD)                                    26/10/15
965834       TO LRI--NEW-ACTION (LRI--NEW-LENGTH)                       26/10/15
965838     ADD 1 TO LRI--VEC                                            26/10/15
965842     .                                                            26/10/15
965846                                                                  26/10/15
965850*    THE OLD VECTOR'S MODULES ARE IN OLDTBL IN THE ORDER PERFORMED26/10/15
965854 LRI--LIST-OLD-ACTIONS.                                           26/10/15
965858     MOVE ZERO TO LRI--OLD-LENGTH                                 26/10/15
965862     MOVE LRI--OT-VECTOR (LRI--FOUND) TO LRI--V                   26/10/15
965866     PERFORM LRI--LIST-OLD-ACTION                                 26/10/15
965870       VARYING LRI--SUB FROM 1 BY 1                               26/10/15
965874         UNTIL LRI--SUB > LRI--OLD-VMOD-COUNT                     26/10/15
965878     .                                                            26/10/15
965882                                                                  26/10/15
965886 LRI--LIST-OLD-ACTION.                                            26/10/15
965890     IF LRI--OV-VECTOR (LRI--SUB) = LRI--V                        26/10/15
965894         ADD 1 TO LRI--OLD-LENGTH                                 26/10/15
965898         MOVE LRI--OV-MODULE (LRI--SUB) TO LRI--ON                26/10/15
965902         MOVE LRI--OLD-NAME (3, LRI--ON)                          26/10/15
965906           TO LRI--OLD-ACTION (LRI--OLD-LENGTH)                   26/10/15
965910     .                                                            26/10/15
965914                                                                  26/10/15
965918 LRI--COMPARE-ACTION.                                             26/10/15
965922     IF LRI--NEW-ACTION (LRI--P) NOT = LRI--OLD-ACTION (LRI--P)   26/10/15
965926         MOVE "Y" TO LRI--ACTIONS-DIFFER                          26/10/15
965930     .                                                            26/10/15
965934                                                                  26/10/15
965938 LRI--PUT-ACTION-DETAIL.                                          26/10/15
965942     MOVE SPACES TO LRI--DETAIL-LINE                              26/10/15
965946     IF LRI--P = 1                                                26/10/15
965950         MOVE "actions" TO LRI--DL-LABEL                          26/10/15
965954     .                                                            26/10/15
965958     IF LRI--P NOT > LRI--OLD-LENGTH                              26/10/15
965962         MOVE LRI--OLD-ACTION (LRI--P) TO LRI--DL-OLD             26/10/15
965966     .                                                            26/10/15
965970     IF LRI--P NOT > LRI--NEW-LENGTH                              26/10/15
965974         MOVE LRI--NEW-ACTION (LRI--P) TO LRI--DL-NEW             26/10/15
965978     .                                                            26/10/15
965982     MOVE " -> " TO LRI--DL-ARROW                                 26/10/15
965986     WRITE LRI--REPORT-RECORD FROM LRI--DETAIL-LINE               26/10/15
965990     .                                                            26/10/15
965994                                                                  26/10/15
965998 LRI--PUT-TRANSITION-LINE.                                        26/10/15
966002     MOVE LR--SNAME (LRI--S) TO LRI--TR-STATE                     26/10/15
966006     MOVE LR--ENAME (LRI--E) TO LRI--TR-EVENT                     26/10/15
966010     WRITE LRI--REPORT-RECORD FROM LRI--TRANS-LINE                26/10/15
966014     .                                                            26/10/15
966018                                                                  26/10/15
966022 LRI--CHECK-OLD-TRANSITION.                                       26/10/15
966026     IF LRI--OT-SEEN (LRI--OT) = "N"                              26/10/15
966030         ADD 1 TO LRI--TR-REMOVED                                 26/10/15
966034         MOVE "REMOVED" TO LRI--TR-TAG                            26/10/15
966038         MOVE LRI--OT-STATE (LRI--OT) TO LRI--ON                  26/10/15
966042         MOVE LRI--OLD-NAME (1, LRI--ON) TO LRI--TR-STATE         26/10/15
966046         MOVE LRI--OT-EVENT (LRI--OT) TO LRI--ON                  26/10/15
966050         MOVE LRI--OLD-NAME (2, LRI--ON) TO LRI--TR-EVENT         26/10/15
966054         WRITE LRI--REPORT-RECORD FROM LRI--TRANS-LINE            26/10/15
966058     .                                                            26/10/15
966062                                                                  26/10/15
966066 LRI--PUT-KIND-TOTAL.                                             26/10/15
966070     MOVE LRI--KIND-NAME (LRI--KIND)     TO LRI--TT-KIND          26/10/15
966074     MOVE LRI--KC-ADDED (LRI--KIND)      TO LRI--TT-ADDED         26/10/15
966078     MOVE LRI--KC-REMOVED (LRI--KIND)    TO LRI--TT-REMOVED       26/10/15
966082     MOVE "  renumbered "                TO LRI--TT-THIRD         26/10/15
966086     MOVE LRI--KC-RENUMBERED (LRI--KIND) TO LRI--TT-OTHER         26/10/15
966090     WRITE LRI--REPORT-RECORD FROM LRI--TOTAL-LINE                26/10/15
966094     .                                                            26/10/15
966098                                                                  26/10/15
966102 LRI--WRITE-CUTOVER.                                              26/10/15
966106     MOVE SPACES TO LRI--REPORT-RECORD                            26/10/15
966110     WRITE LRI--REPORT-RECORD                                     26/10/15
966114     MOVE "CUTOVER" TO LRI--REPORT-RECORD                         26/10/15
966118     WRITE LRI--REPORT-RECORD                                     26/10/15
966122     IF LRI--HAVE-OLD = "Y"                                       26/10/15
966126         PERFORM LRI--ASSESS-CUTOVER                              26/10/15
966130     ELSE                                                         26/10/15
966134     IF LRI--OLD-BAD = "Y"                                        26/10/15
966138         MOVE "    OLDTBL is not a usable table image - the"      26/10/15
966142           TO LRI--REPORT-RECORD                                  26/10/15
966146         WRITE LRI--REPORT-RECORD                                 26/10/15
966150         MOVE "    cutover cannot be assessed."                   26/10/15
966154           TO LRI--REPORT-RECORD                                  26/10/15
966158         WRITE LRI--REPORT-RECORD                                 26/10/15
966162     ELSE                                                         26/10/15
966166         MOVE "    No previous tables in OLDTBL - this build is"  26/10/15
966170           TO LRI--REPORT-RECORD                                  26/10/15
966174         WRITE LRI--REPORT-RECORD                                 26/10/15
966178         MOVE "    the first baseline." TO LRI--REPORT-RECORD     26/10/15
966182         WRITE LRI--REPORT-RECORD                                 26/10/15
966186     .                                                            26/10/15
966190                                                                  26/10/15
966194 LRI--ASSESS-CUTOVER.                                             26/10/15
966198     IF LRI--OLD-SIGNATURE = LRI--NEW-SIGNATURE                   26/10/15
966202         MOVE "    Build signature unchanged: recovery records,"  26/10/15
966206           TO LRI--REPORT-RECORD                                  26/10/15
966210         WRITE LRI--REPORT-RECORD                                 26/10/15
966214         MOVE "    journals and conversations all carry over."    26/10/15
966218           TO LRI--REPORT-RECORD                                  26/10/15
966222         WRITE LRI--REPORT-RECORD                                 26/10/15
966226     ELSE                                                         26/10/15
966230         MOVE "    Build signature changed."                      26/10/15
966234           TO LRI--REPORT-RECORD                                  26/10/15
966238         WRITE LRI--REPORT-RECORD                                 26/10/15
966242         MOVE "    Recovery records WILL NOT survive: a restart"  26/10/15
966246           TO LRI--REPORT-RECORD                                  26/10/15
966250         WRITE LRI--REPORT-RECORD                                 26/10/15
966254         MOVE "      ignores them and starts afresh (LR0129W)."   26/10/15
966258           TO LRI--REPORT-RECORD                                  26/10/15
966262         WRITE LRI--REPORT-RECORD                                 26/10/15
966266         MOVE "    Journals WILL NOT survive: replay is refused"  26/10/15
966270           TO LRI--REPORT-RECORD                                  26/10/15
966274         WRITE LRI--REPORT-RECORD                                 26/10/15
966278         MOVE "      (LR0130E, abend ASIG)." TO LRI--REPORT-RECORD26/10/15
966282         WRITE LRI--REPORT-RECORD                                 26/10/15
966286         MOVE "    Complete or drain restartable runs first."     26/10/15
966290           TO LRI--REPORT-RECORD                                  26/10/15
966294         WRITE LRI--REPORT-RECORD                                 26/10/15
966298     .                                                            26/10/15
966302     IF LRI--STATES-MOVED > ZERO                                  26/10/15
966306         MOVE "    Conversations WILL NOT survive: states were"   26/10/15
966310           TO LRI--REPORT-RECORD                                  26/10/15
966314         WRITE LRI--REPORT-RECORD                                 26/10/15
966318         MOVE "      removed or renumbered.  Drain them first."   26/10/15
966322           TO LRI--REPORT-RECORD                                  26/10/15
966326         WRITE LRI--REPORT-RECORD                                 26/10/15
966330     ELSE                                                         26/10/15
966334     IF LRI--OLD-SIGNATURE NOT = LRI--NEW-SIGNATURE               26/10/15
966338         MOVE "    Conversations survive: states keep numbers."   26/10/15
966342           TO LRI--REPORT-RECORD                                  26/10/15
966346         WRITE LRI--REPORT-RECORD                                 26/10/15
966350         IF LRI--TR-CHANGED + LRI--TR-REMOVED > ZERO              26/10/15
966354             MOVE "      Open ones continue under the changed"    26/10/15
966358               TO LRI--REPORT-RECORD                              26/10/15
966362             WRITE LRI--REPORT-RECORD                             26/10/15
966366             MOVE "      transitions listed above."               26/10/15
966370               TO LRI--REPORT-RECORD                              26/10/15
966374             WRITE LRI--REPORT-RECORD                             26/10/15
966378     .                                                            26/10/15
966382                                                                  26/10/15
966386*    THIS BUILD'S TABLE IMAGE, FOR THE NEXT BUILD TO COMPARE WITH 26/10/15
966390 LRI--WRITE-NEW-TABLES.                                           26/10/15
966394     OPEN OUTPUT LRI--NEW-FILE                                    26/10/15
966398     MOVE SPACES             TO LRI--TABLE-LINE                   26/10/15
966402     MOVE "LRSIG "           TO LRI--SIG-TAG                      26/10/15
966406     MOVE LRI--NEW-SIGNATURE TO LRI--SIG-VALUE                    26/10/15
966410     WRITE LRI--NEW-RECORD FROM LRI--TABLE-LINE                   26/10/15
966414     PERFORM LRI--PUT-NEW-KIND                                    26/10/15
966418       VARYING LRI--KIND FROM 1 BY 1 UNTIL LRI--KIND > 3          26/10/15
966422     PERFORM LRI--PUT-NEW-ROW                                     26/10/15
966426       VARYING LRI--S FROM 1 BY 1 UNTIL LRI--S > $states          26/10/15
966430     PERFORM LRI--PUT-NEW-VECTOR                                  26/10/15
966434       VARYING LRI--V FROM 1 BY 1 UNTIL LRI--V > $vectors         26/10/15
966438     CLOSE LRI--NEW-FILE                                          26/10/15
966442     .                                                            26/10/15
966446                                                                  26/10/15
966450 LRI--PUT-NEW-KIND.                                               26/10/15
966454     PERFORM LRI--PUT-NEW-NAME                                    26/10/15
966458       VARYING LRI--N FROM 1 BY 1                                 26/10/15
966462         UNTIL LRI--N > LRI--NEW-COUNT (LRI--KIND)                26/10/15
966466     .                                                            26/10/15
966470                                                                  26/10/15
966474 LRI--PUT-NEW-NAME.                                               26/10/15
966478     MOVE SPACES                    TO LRI--TABLE-LINE            26/10/15
966482     MOVE LRI--KIND-TYPE (LRI--KIND) TO LRI--TL-TYPE              26/10/15
966486     MOVE LRI--N                    TO LRI--TL-NUMBER             26/10/15
966490     MOVE LRI--NEW-NAME (LRI--KIND, LRI--N) TO LRI--TL-NAME       26/10/15
966494     WRITE LRI--NEW-RECORD FROM LRI--TABLE-LINE                   26/10/15
966498     .                                                            26/10/15
966502                                                                  26/10/15
966506 LRI--PUT-NEW-ROW.                                                26/10/15
966510     PERFORM LRI--PUT-NEW-TRANSITION                              26/10/15
966514       VARYING LRI--E FROM 1 BY 1 UNTIL LRI--E > $events          26/10/15
966518     .                                                            26/10/15
966522                                                                  26/10/15
966526 LRI--PUT-NEW-TRANSITION.                                         26/10/15
966530     IF LR--ACTION (LRI--S, LRI--E) > ZERO                        26/10/15
966534         MOVE SPACES   TO LRI--TABLE-LINE                         26/10/15
966538         MOVE "TRANS " TO LRI--TL-TYPE                            26/10/15
966542         MOVE LRI--S   TO LRI--TL-NUMBER                          26/10/15
966546         MOVE LRI--E   TO LRI--TL-EVENT                           26/10/15
966550         MOVE LR--NEXTST (LRI--S, LRI--E) TO LRI--TL-NEXT         26/10/15
966554         MOVE LR--ACTION (LRI--S, LRI--E) TO LRI--TL-VECTOR       26/10/15
966558         WRITE LRI--NEW-RECORD FROM LRI--TABLE-LINE               26/10/15
966562     .                                                            26/10/15
966566                                                                  26/10/15
966570 LRI--PUT-NEW-VECTOR.                                             26/10/15
966574     MOVE LR--OFFSET (LRI--V) TO LRI--VEC                         26/10/15
966578     MOVE ZERO TO LRI--P                                          26/10/15
966582     PERFORM LRI--PUT-NEW-VECTOR-MODULE                           26/10/15
966586       UNTIL LR--MODULE (LRI--VEC) = ZERO                         26/10/15
966590     .                                                            26/10/15
966594                                                                  26/10/15
966598 LRI--PUT-NEW-VECTOR-MODULE.                                      26/10/15
966602     ADD 1 TO LRI--P                                              26/10/15
966606     MOVE SPACES   TO LRI--TABLE-LINE                             26/10/15
966610     MOVE "VECTOR" TO LRI--TL-TYPE                                26/10/15
966614     MOVE LRI--V   TO LRI--TL-NUMBER                              26/10/15
966618     MOVE LRI--P   TO LRI--TL-POSITION                            26/10/15
966622     MOVE LR--MODULE (LRI--VEC) TO LRI--TL-MODULE                 26/10/15
966626     WRITE LRI--NEW-RECORD FROM LRI--TABLE-LINE                   26/10/15
966630     ADD 1 TO LRI--VEC                                            26/10/15
966634     .                                                            26/10/15
966638                                                                  26/10/15
966642 LRI--SET-RETURN-CODE.                                            26/10/15
966646     MOVE ZERO TO RETURN-CODE                                     26/10/15
966650     DISPLAY "LR0701I Impact report written to IMPFILE for "      26/10/15
966654             "$SOURCE"                                            26/10/15
966658     IF LRI--OLD-BAD = "Y"                                        26/10/15
966662         DISPLAY "LR0705E Previous tables unusable - no "         26/10/15
966666                 "comparison"                                     26/10/15
966670         MOVE 8 TO RETURN-CODE                                    26/10/15
966674     .                                                            26/10/15
966678     IF LRI--HAVE-OLD = "N" AND LRI--OLD-BAD = "N"                26/10/15
966682         DISPLAY "LR0702I No previous tables - first baseline "   26/10/15
966686                 "written"                                        26/10/15
966690     .                                                            26/10/15
966694     IF LRI--HAVE-OLD = "Y"                                       26/10/15
966698        AND LRI--OLD-SIGNATURE NOT = LRI--NEW-SIGNATURE           26/10/15
966702         DISPLAY "LR0703W Build signature changed - recovery and" 26/10/15
966706                 " journals lost"                                 26/10/15
966710         MOVE 4 TO RETURN-CODE                                    26/10/15
966714     .                                                            26/10/15
966718     IF LRI--HAVE-OLD = "Y" AND LRI--STATES-MOVED > ZERO          26/10/15
966722         DISPLAY "LR0704W State numbers changed - conversations " 26/10/15
966726                 "lost"                                           26/10/15
966730         MOVE 4 TO RETURN-CODE                                    26/10/15
966734     .                                                            26/10/15
966738:close                                                            26/10/15
966742:endif                                                            26/10/15
966746                                                                  26/10/15
966750!  Generate the session file utility when conversations are kept  26/10/15
966754!  in SESFILE.  Operations use it to list what is stored, look at 26/10/15
966758!  one conversation, and purge those nobody will come back for.   26/10/15
966762                                                                  26/10/15
966766:if "$sessfile" = "yes"                                           26/10/15
966770:output $DIALOG\S.$ext                                            26/10/15
966774:echo "lr I: building $DIALOG\S.$ext session file utility..."     26/10/15
966778 IDENTIFICATION DIVISION.                                         26/10/15
966782 PROGRAM-ID.    $DIALOG\S.                                        26/10/15
966786                                                                  26/10/15
966790*----------------------------------------------------------------*26/10/15
966794*  $DIALOG\S.$ext - session file utility for $SOURCE             *26/10/15
966798*  Generated by Libero $version on $fulldate, $time.             *26/10/15
966802*  Schema file used: $schema                                     *26/10/15
966806*                                                                *26/10/15
966810*  Obeys the commands in SESCMD against SESFILE, the store of    *26/10/15
966814*  suspended $SOURCE conversations, and reports to SESRPT:       *26/10/15
966818*      LIST                - one line per stored conversation    *26/10/15
966822*      SHOW   <id>         - state, counters and call stack      *26/10/15
966826*      PURGE  <id>         - delete the conversation             *26/10/15
966830*      EXPIRE <yymmdd>     - delete all last saved before then   *26/10/15
966834*  The argument starts in column 9; '*' in column 1 is a comment.*26/10/15
966838*  With no SESCMD, or no commands in it, SESFILE is listed.      *26/10/15
966842*                                                                *26/10/15
966846*  Run it while $SOURCE is not loaded: the program stores a      *26/10/15
966850*  conversation again whenever it suspends it.                   *26/10/15
966854*                                                                *26/10/15
966858*  Return code 0, 4 a conversation was not found or a command    *26/10/15
966862*  was not understood, 8 SESFILE could not be used.              *26/10/15
966866*----------------------------------------------------------------*26/10/15
966870                                                                  26/10/15
966874 ENVIRONMENT DIVISION.                                            26/10/15
966878                                                                  26/10/15
966882 CONFIGURATION SECTION.                                           26/10/15
966886 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
966890 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
966894                                                                  26/10/15
966898 INPUT-OUTPUT SECTION.                                            26/10/15
966902                                                                  26/10/15
966906 FILE-CONTROL.                                                    26/10/15
966910     SELECT LR--SESSION-FILE    ASSIGN TO "SESFILE"               26/10/15
966914                                 ORGANIZATION IS INDEXED          26/10/15
966918                                 ACCESS MODE IS DYNAMIC           26/10/15
966922                                 RECORD KEY IS LR--SESFILE-ID     26/10/15
966926                             FILE STATUS IS LRS--SESFILE-STATUS.  26/10/15
966930     SELECT OPTIONAL LRS--COMMAND-FILE                            26/10/15
966934                                 ASSIGN TO "SESCMD"               26/10/15
966938                                 ORGANIZATION IS SEQUENTIAL       26/10/15
966942                             FILE STATUS IS LRS--COMMAND-STATUS.  26/10/15
966946     SELECT LRS--REPORT-FILE    ASSIGN TO "SESRPT"                26/10/15
966950                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
966954                                                                  26/10/15
966958 DATA DIVISION.                                                   26/10/15
966962                                                                  26/10/15
966966 FILE SECTION.                                                    26/10/15
966970                                                                  26/10/15
966974 FD  LR--SESSION-FILE                                             26/10/15
966978     LABEL RECORDS ARE STANDARD.                                  26/10/15
966982 01  LR--SESFILE-RECORD.                                          26/10/15
966986     02  LR--SESFILE-ENTRY.                                       26/10/15
966990         03  LR--SESFILE-ACTIVE  PIC X.                           26/10/15
966994         03  LR--SESFILE-ID      PIC X(12).                       26/10/15
966998         03  LR--SESFILE-STATE   PIC $sespic  COMP.               26/10/15
967002:if "$runlog" = "yes"                                             26/10/15
967006         03  LR--SESFILE-RL-SDATE                                 26/10/15
967010                                 PIC 9(6).                        26/10/15
967014         03  LR--SESFILE-RL-STIME                                 26/10/15
967018                                 PIC 9(8).                        26/10/15
967022         03  LR--SESFILE-RL-TRANS                                 26/10/15
967026                                 PIC S9(9)  COMP.                 26/10/15
967030         03  LR--SESFILE-RL-JRNL PIC S9(9)  COMP.                 26/10/15
967034:endif                                                            26/10/15
967038:if $idle_secs > 0                                                26/10/15
967042         03  LR--SESFILE-IDLE-SECS                                26/10/15
967046                                 PIC S9(9)  COMP.                 26/10/15
967050:endif                                                            26/10/15
967054         03  LR--SESFILE-USED    PIC S9(9)  COMP.                 26/10/15
967058:if defaults                                                      26/10/15
967062         03  LR--SESFILE-DFLTS   PIC S9(5)  COMP.                 26/10/15
967066:endif                                                            26/10/15
967070:if module "Dialog-Call"                                          26/10/15
967074         03  LR--SESFILE-STKSZ   PIC $sespic  COMP.               26/10/15
967078         03  LR--SESFILE-STACK   PIC $sespic  COMP                26/10/15
967082                                            OCCURS $stack_max.    26/10/15
967086:endif                                                            26/10/15
967090     02  LR--SESFILE-SAVED-DATE  PIC 9(6).                        26/10/15
967094     02  LR--SESFILE-SAVED-TIME  PIC 9(8).                        26/10/15
967098                                                                  26/10/15
967102 FD  LRS--COMMAND-FILE                                            26/10/15
967106     LABEL RECORDS ARE STANDARD.                                  26/10/15
967110 01  LRS--COMMAND-RECORD        PIC X(80).                        26/10/15
967114                                                                  26/10/15
967118 FD  LRS--REPORT-FILE                                             26/10/15
967122     LABEL RECORDS ARE STANDARD.                                  26/10/15
967126 01  LRS--REPORT-RECORD         PIC X(132).                       26/10/15
967130                                                                  26/10/15
967134 WORKING-STORAGE SECTION.                                         26/10/15
967138                                                                  26/10/15
967142:push $style                                                      26/10/15
967146:option -style=normal                                             26/10/15
967150 01  LR--SNAMES.                                                  26/10/15
967154:  do state                                                       26/10/15
967158     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
967162:  enddo                                                          26/10/15
967166 01  FILLER           REDEFINES  LR--SNAMES.                      26/10/15
967170     02  LR--SNAME    PIC X(30)  OCCURS $states TIMES.            26/10/15
967174:pop $style                                                       26/10/15
967176:option -style=$style                                             26/10/15
967178                                                                  26/10/15
967182 01  LRS--CONTROL.                                                26/10/15
967186     02  LRS--SESFILE-STATUS     PIC XX     VALUE "00".           26/10/15
967190     02  LRS--COMMAND-STATUS     PIC XX     VALUE "00".           26/10/15
967194     02  LRS--COMMAND-EOF        PIC X      VALUE "N".            26/10/15
967198     02  LRS--SCAN-EOF           PIC X      VALUE "N".            26/10/15
967202     02  LRS--FAILED             PIC X      VALUE "N".            26/10/15
967206     02  LRS--RC                 PIC S9(4)  COMP VALUE ZERO.      26/10/15
967210     02  LRS--COMMANDS           PIC S9(9)  COMP VALUE ZERO.      26/10/15
967214     02  LRS--LISTED             PIC S9(9)  COMP VALUE ZERO.      26/10/15
967218     02  LRS--PURGED             PIC S9(9)  COMP VALUE ZERO.      26/10/15
967222     02  LRS--STATE              PIC S9(4)  COMP.                 26/10/15
967226     02  LRS--SUB                PIC S9(4)  COMP.                 26/10/15
967230     02  LRS--STATE-NAME         PIC X(30).                       26/10/15
967234     02  LRS--TIME-WORK          PIC 9(8).                        26/10/15
967238     02  FILLER                  REDEFINES  LRS--TIME-WORK.       26/10/15
967242         03  LRS--TIME-HH        PIC 99.                          26/10/15
967246         03  LRS--TIME-MM        PIC 99.                          26/10/15
967250         03  LRS--TIME-SS        PIC 99.                          26/10/15
967254         03  FILLER              PIC 99.                          26/10/15
967258                                                                  26/10/15
967262 01  LRS--COMMAND-LINE.                                           26/10/15
967266     02  LRS--CMD-VERB           PIC X(7).                        26/10/15
967270     02  FILLER                  PIC X.                           26/10/15
967274     02  LRS--CMD-ID             PIC X(12).                       26/10/15
967278     02  FILLER                  PIC X(60).                       26/10/15
967282 01  FILLER                      REDEFINES  LRS--COMMAND-LINE.    26/10/15
967286     02  LRS--CMD-COMMENT        PIC X.                           26/10/15
967290     02  FILLER                  PIC X(79).                       26/10/15
967294 01  FILLER                      REDEFINES  LRS--COMMAND-LINE.    26/10/15
967298     02  FILLER                  PIC X(8).                        26/10/15
967302     02  LRS--CMD-DATE           PIC 9(6).                        26/10/15
967306     02  FILLER                  PIC X(66).                       26/10/15
967310                                                                  26/10/15
967314 01  LRS--LIST-LINE.                                              26/10/15
967318     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
967322     02  LRS--LL-TAG             PIC X(8).                        26/10/15
967326     02  LRS--LL-ID              PIC X(12).                       26/10/15
967330     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
967334     02  LRS--LL-STATE           PIC X(30).                       26/10/15
967338     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
967342     02  LRS--LL-DATE            PIC 9(6).                        26/10/15
967346     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
967350     02  LRS--LL-HH              PIC 99.                          26/10/15
967354     02  FILLER                  PIC X      VALUE ":".            26/10/15
967358     02  LRS--LL-MM              PIC 99.                          26/10/15
967362     02  FILLER                  PIC X      VALUE ":".            26/10/15
967366     02  LRS--LL-SS              PIC 99.                          26/10/15
967370:if module "Dialog-Call"                                          26/10/15
967374     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
967378     02  LRS--LL-DEPTH           PIC ZZZ9.                        26/10/15
967382     02  FILLER                  PIC X(53)  VALUE SPACES.         26/10/15
967386:else                                                             26/10/15
967390     02  FILLER                  PIC X(59)  VALUE SPACES.         26/10/15
967394:endif                                                            26/10/15
967398                                                                  26/10/15
967402 01  LRS--DETAIL-LINE.                                            26/10/15
967406     02  FILLER                  PIC X(14)  VALUE SPACES.         26/10/15
967410     02  LRS--DT-LABEL           PIC X(18).                       26/10/15
967414     02  LRS--DT-NUMBER          PIC Z(8)9.                       26/10/15
967418     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
967422     02  LRS--DT-TEXT            PIC X(30).                       26/10/15
967426     02  FILLER                  PIC X(59)  VALUE SPACES.         26/10/15
967430                                                                  26/10/15
967434 01  LRS--TOTAL-LINE.                                             26/10/15
967438     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
967442     02  LRS--TL-LISTED          PIC Z(8)9.                       26/10/15
967446     02  FILLER                  PIC X(9)   VALUE " listed, ".    26/10/15
967450     02  LRS--TL-PURGED          PIC Z(8)9.                       26/10/15
967454     02  FILLER                  PIC X(101) VALUE " purged".      26/10/15
967458                                                                  26/10/15
967462 PROCEDURE DIVISION.                                              26/10/15
967466                                                                  26/10/15
967470 LRS--MAIN.                                                       26/10/15
967474     OPEN OUTPUT LRS--REPORT-FILE                                 26/10/15
967478     MOVE "Stored conversations of $SOURCE in SESFILE"            26/10/15
967482       TO LRS--REPORT-RECORD                                      26/10/15
967486     WRITE LRS--REPORT-RECORD                                     26/10/15
967490     OPEN I-O LR--SESSION-FILE                                    26/10/15
967494     IF LRS--SESFILE-STATUS NOT = "00"                            26/10/15
967498         PERFORM LRS--SESSION-FILE-ERROR                          26/10/15
967502     ELSE                                                         26/10/15
967506         PERFORM LRS--OBEY-COMMAND-FILE                           26/10/15
967510         CLOSE LR--SESSION-FILE                                   26/10/15
967514     .                                                            26/10/15
967518     MOVE LRS--LISTED TO LRS--TL-LISTED                           26/10/15
967522     MOVE LRS--PURGED TO LRS--TL-PURGED                           26/10/15
967526     MOVE SPACES TO LRS--REPORT-RECORD                            26/10/15
967530     WRITE LRS--REPORT-RECORD                                     26/10/15
967534     WRITE LRS--REPORT-RECORD FROM LRS--TOTAL-LINE                26/10/15
967538     CLOSE LRS--REPORT-FILE                                       26/10/15
967542     DISPLAY "LR0801I Session file report written to SESRPT: "    26/10/15
967546             LRS--TL-LISTED " listed," LRS--TL-PURGED " purged"   26/10/15
967550     MOVE LRS--RC TO RETURN-CODE                                  26/10/15
967554     STOP RUN                                                     26/10/15
967556     .                                                            26/10/15
967558                                                                  26/10/15
967562 LRS--OBEY-COMMAND-FILE.                                          26/10/15
967566     MOVE "N" TO LRS--COMMAND-EOF                                 26/10/15
967570     OPEN INPUT LRS--COMMAND-FILE                                 26/10/15
967574     IF LRS--COMMAND-STATUS = "00" OR LRS--COMMAND-STATUS = "05"  26/10/15
967578         PERFORM LRS--READ-COMMAND                                26/10/15
967582         PERFORM LRS--OBEY-COMMAND                                26/10/15
967586             UNTIL LRS--COMMAND-EOF = "Y" OR LRS--FAILED = "Y"    26/10/15
967590         CLOSE LRS--COMMAND-FILE                                  26/10/15
967594     .                                                            26/10/15
967598     IF LRS--COMMANDS = ZERO AND LRS--FAILED = "N"                26/10/15
967602         PERFORM LRS--LIST-CONVERSATIONS                          26/10/15
967606     .                                                            26/10/15
967610                                                                  26/10/15
967614 LRS--READ-COMMAND.                                               26/10/15
967618     READ LRS--COMMAND-FILE INTO LRS--COMMAND-LINE                26/10/15
967622         AT END MOVE "Y" TO LRS--COMMAND-EOF                      26/10/15
967626     .                                                            26/10/15
967630                                                                  26/10/15
967634 LRS--OBEY-COMMAND.                                               26/10/15
967638     IF LRS--CMD-COMMENT NOT = "*"                                26/10/15
967642        AND LRS--COMMAND-LINE NOT = SPACES                        26/10/15
967646         PERFORM LRS--APPLY-COMMAND                               26/10/15
967650     .                                                            26/10/15
967654     PERFORM LRS--READ-COMMAND                                    26/10/15
967658     .                                                            26/10/15
967662                                                                  26/10/15
967666 LRS--APPLY-COMMAND.                                              26/10/15
967670     ADD 1 TO LRS--COMMANDS                                       26/10/15
967674     MOVE SPACES TO LRS--REPORT-RECORD                            26/10/15
967678     WRITE LRS--REPORT-RECORD                                     26/10/15
967682     MOVE LRS--COMMAND-LINE TO LRS--REPORT-RECORD                 26/10/15
967686     WRITE LRS--REPORT-RECORD                                     26/10/15
967690     IF LRS--CMD-VERB = "LIST"                                    26/10/15
967694         PERFORM LRS--LIST-CONVERSATIONS                          26/10/15
967698     ELSE                                                         26/10/15
967702     IF LRS--CMD-VERB = "SHOW"                                    26/10/15
967706         PERFORM LRS--SHOW-CONVERSATION                           26/10/15
967710     ELSE                                                         26/10/15
967714     IF LRS--CMD-VERB = "PURGE"                                   26/10/15
967718         PERFORM LRS--PURGE-CONVERSATION                          26/10/15
967722     ELSE                                                         26/10/15
967726     IF LRS--CMD-VERB = "EXPIRE" AND LRS--CMD-DATE NUMERIC        26/10/15
967730         PERFORM LRS--EXPIRE-CONVERSATIONS                        26/10/15
967734     ELSE                                                         26/10/15
967738         PERFORM LRS--BAD-COMMAND                                 26/10/15
967742     .                                                            26/10/15
967746                                                                  26/10/15
967750 LRS--LIST-CONVERSATIONS.                                         26/10/15
967754     PERFORM LRS--START-SCAN                                      26/10/15
967758     PERFORM LRS--LIST-ONE-CONVERSATION                           26/10/15
967762         UNTIL LRS--SCAN-EOF = "Y"                                26/10/15
967766     .                                                            26/10/15
967770                                                                  26/10/15
967774 LRS--LIST-ONE-CONVERSATION.                                      26/10/15
967778     ADD 1 TO LRS--LISTED                                         26/10/15
967782     MOVE SPACES TO LRS--LL-TAG                                   26/10/15
967786     PERFORM LRS--PUT-LIST-LINE                                   26/10/15
967790     PERFORM LRS--READ-NEXT-CONVERSATION                          26/10/15
967794     .                                                            26/10/15
967798                                                                  26/10/15
967802 LRS--SHOW-CONVERSATION.                                          26/10/15
967806     MOVE LRS--CMD-ID TO LR--SESFILE-ID                           26/10/15
967810     READ LR--SESSION-FILE                                        26/10/15
967814         INVALID KEY MOVE "23" TO LRS--SESFILE-STATUS             26/10/15
967818     .                                                            26/10/15
967822     IF LRS--SESFILE-STATUS = "00"                                26/10/15
967826         ADD 1 TO LRS--LISTED                                     26/10/15
967830         MOVE SPACES TO LRS--LL-TAG                               26/10/15
967834         PERFORM LRS--PUT-LIST-LINE                               26/10/15
967838         PERFORM LRS--PUT-DETAIL                                  26/10/15
967842     ELSE                                                         26/10/15
967846     IF LRS--SESFILE-STATUS = "23"                                26/10/15
967850         PERFORM LRS--NOT-FOUND                                   26/10/15
967854     ELSE                                                         26/10/15
967858         PERFORM LRS--SESSION-FILE-ERROR                          26/10/15
967862     .                                                            26/10/15
967866                                                                  26/10/15
967870 LRS--PUT-DETAIL.                                                 26/10/15
967874     MOVE LR--SESFILE-STATE TO LRS--STATE                         26/10/15
967878     MOVE "State"           TO LRS--DT-LABEL                      26/10/15
967882     PERFORM LRS--PUT-STATE-DETAIL                                26/10/15
967886     MOVE SPACES            TO LRS--DT-TEXT                       26/10/15
967890     MOVE "Suspensions"     TO LRS--DT-LABEL                      26/10/15
967894     MOVE LR--SESFILE-USED  TO LRS--DT-NUMBER                     26/10/15
967898     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967902:if defaults                                                      26/10/15
967906     MOVE "Defaults used"   TO LRS--DT-LABEL                      26/10/15
967910     MOVE LR--SESFILE-DFLTS TO LRS--DT-NUMBER                     26/10/15
967914     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967918:endif                                                            26/10/15
967922:if "$runlog" = "yes"                                             26/10/15
967926     MOVE "Run start date"  TO LRS--DT-LABEL                      26/10/15
967930     MOVE LR--SESFILE-RL-SDATE TO LRS--DT-NUMBER                  26/10/15
967934     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967938     MOVE "Run start time"  TO LRS--DT-LABEL                      26/10/15
967942     MOVE LR--SESFILE-RL-STIME TO LRS--DT-NUMBER                  26/10/15
967946     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967950     MOVE "Transitions"     TO LRS--DT-LABEL                      26/10/15
967954     MOVE LR--SESFILE-RL-TRANS TO LRS--DT-NUMBER                  26/10/15
967958     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967962     MOVE "Journal records" TO LRS--DT-LABEL                      26/10/15
967966     MOVE LR--SESFILE-RL-JRNL TO LRS--DT-NUMBER                   26/10/15
967970     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967974:endif                                                            26/10/15
967978:if module "Dialog-Call"                                          26/10/15
967982     MOVE "Call depth"      TO LRS--DT-LABEL                      26/10/15
967986     MOVE LR--SESFILE-STKSZ TO LRS--DT-NUMBER                     26/10/15
967990     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
967994     IF LR--SESFILE-STKSZ > ZERO                                  26/10/15
967998        AND LR--SESFILE-STKSZ NOT > $stack_max                    26/10/15
968002         MOVE "Called from"     TO LRS--DT-LABEL                  26/10/15
968006         PERFORM LRS--PUT-STACK-ENTRY                             26/10/15
968010             VARYING LRS--SUB FROM LR--SESFILE-STKSZ BY -1        26/10/15
968014               UNTIL LRS--SUB < 1                                 26/10/15
968018:endif                                                            26/10/15
968022     .                                                            26/10/15
968026                                                                  26/10/15
968030:if module "Dialog-Call"                                          26/10/15
968034 LRS--PUT-STACK-ENTRY.                                            26/10/15
968038     MOVE LR--SESFILE-STACK (LRS--SUB) TO LRS--STATE              26/10/15
968042     PERFORM LRS--PUT-STATE-DETAIL                                26/10/15
968046     MOVE SPACES TO LRS--DT-LABEL                                 26/10/15
968050     .                                                            26/10/15
968054                                                                  26/10/15
968058:endif                                                            26/10/15
968062 LRS--PUT-STATE-DETAIL.                                           26/10/15
968066     MOVE LRS--STATE TO LRS--DT-NUMBER                            26/10/15
968070     PERFORM LRS--NAME-STATE                                      26/10/15
968074     MOVE LRS--STATE-NAME TO LRS--DT-TEXT                         26/10/15
968078     WRITE LRS--REPORT-RECORD FROM LRS--DETAIL-LINE               26/10/15
968082     .                                                            26/10/15
968086                                                                  26/10/15
968090 LRS--NAME-STATE.                                                 26/10/15
968094     IF LRS--STATE < 1 OR LRS--STATE > $states                    26/10/15
968098         MOVE "(not in this dialog)" TO LRS--STATE-NAME           26/10/15
968102     ELSE                                                         26/10/15
968106         MOVE LR--SNAME (LRS--STATE) TO LRS--STATE-NAME           26/10/15
968110     .                                                            26/10/15
968114                                                                  26/10/15
968118 LRS--PURGE-CONVERSATION.                                         26/10/15
968122     MOVE LRS--CMD-ID TO LR--SESFILE-ID                           26/10/15
968126     READ LR--SESSION-FILE                                        26/10/15
968130         INVALID KEY MOVE "23" TO LRS--SESFILE-STATUS             26/10/15
968134     .                                                            26/10/15
968138     IF LRS--SESFILE-STATUS = "00"                                26/10/15
968142         PERFORM LRS--DELETE-CONVERSATION                         26/10/15
968146     ELSE                                                         26/10/15
968150     IF LRS--SESFILE-STATUS = "23"                                26/10/15
968154         PERFORM LRS--NOT-FOUND                                   26/10/15
968158     ELSE                                                         26/10/15
968162         PERFORM LRS--SESSION-FILE-ERROR                          26/10/15
968166     .                                                            26/10/15
968170                                                                  26/10/15
968174 LRS--EXPIRE-CONVERSATIONS.                                       26/10/15
968178     PERFORM LRS--START-SCAN                                      26/10/15
968182     PERFORM LRS--EXPIRE-ONE-CONVERSATION                         26/10/15
968186         UNTIL LRS--SCAN-EOF = "Y"                                26/10/15
968190     .                                                            26/10/15
968194                                                                  26/10/15
968198 LRS--EXPIRE-ONE-CONVERSATION.                                    26/10/15
968202     IF LR--SESFILE-SAVED-DATE < LRS--CMD-DATE                    26/10/15
968206         PERFORM LRS--DELETE-CONVERSATION                         26/10/15
968210     .                                                            26/10/15
968214     IF LRS--SCAN-EOF = "N"                                       26/10/15
968218         PERFORM LRS--READ-NEXT-CONVERSATION                      26/10/15
968222     .                                                            26/10/15
968226                                                                  26/10/15
968230 LRS--DELETE-CONVERSATION.                                        26/10/15
968234     DELETE LR--SESSION-FILE RECORD                               26/10/15
968238         INVALID KEY MOVE "23" TO LRS--SESFILE-STATUS             26/10/15
968242     .                                                            26/10/15
968246     IF LRS--SESFILE-STATUS = "00"                                26/10/15
968250         ADD 1 TO LRS--PURGED                                     26/10/15
968254         MOVE "Purged"  TO LRS--LL-TAG                            26/10/15
968258         PERFORM LRS--PUT-LIST-LINE                               26/10/15
968262     ELSE                                                         26/10/15
968266         PERFORM LRS--SESSION-FILE-ERROR                          26/10/15
968270     .                                                            26/10/15
968274                                                                  26/10/15
968278 LRS--START-SCAN.                                                 26/10/15
968282     MOVE "N" TO LRS--SCAN-EOF                                    26/10/15
968286     MOVE LOW-VALUES TO LR--SESFILE-ID                            26/10/15
968290     START LR--SESSION-FILE KEY IS NOT LESS THAN LR--SESFILE-ID   26/10/15
968294         INVALID KEY MOVE "Y" TO LRS--SCAN-EOF                    26/10/15
968298     .                                                            26/10/15
968302     IF LRS--SCAN-EOF = "N"                                       26/10/15
968306         PERFORM LRS--READ-NEXT-CONVERSATION                      26/10/15
968310     .                                                            26/10/15
968314                                                                  26/10/15
968318 LRS--READ-NEXT-CONVERSATION.                                     26/10/15
968322     READ LR--SESSION-FILE NEXT RECORD                            26/10/15
968326         AT END MOVE "Y" TO LRS--SCAN-EOF                         26/10/15
968330     .                                                            26/10/15
968334     IF LRS--SCAN-EOF = "N" AND LRS--SESFILE-STATUS NOT = "00"    26/10/15
968338         PERFORM LRS--SESSION-FILE-ERROR                          26/10/15
968342     .                                                            26/10/15
968346                                                                  26/10/15
968350 LRS--PUT-LIST-LINE.                                              26/10/15
968354     MOVE LR--SESFILE-ID         TO LRS--LL-ID                    26/10/15
968358     MOVE LR--SESFILE-STATE      TO LRS--STATE                    26/10/15
968362     PERFORM LRS--NAME-STATE                                      26/10/15
968366     MOVE LRS--STATE-NAME        TO LRS--LL-STATE                 26/10/15
968370     MOVE LR--SESFILE-SAVED-DATE TO LRS--LL-DATE                  26/10/15
968374     MOVE LR--SESFILE-SAVED-TIME TO LRS--TIME-WORK                26/10/15
968378     MOVE LRS--TIME-HH           TO LRS--LL-HH                    26/10/15
968382     MOVE LRS--TIME-MM           TO LRS--LL-MM                    26/10/15
968386     MOVE LRS--TIME-SS           TO LRS--LL-SS                    26/10/15
968390:if module "Dialog-Call"                                          26/10/15
968394     MOVE LR--SESFILE-STKSZ      TO LRS--LL-DEPTH                 26/10/15
968398:endif                                                            26/10/15
968402     WRITE LRS--REPORT-RECORD FROM LRS--LIST-LINE                 26/10/15
968406     .                                                            26/10/15
968410                                                                  26/10/15
968414 LRS--NOT-FOUND.                                                  26/10/15
968418     MOVE SPACES TO LRS--REPORT-RECORD                            26/10/15
968422     STRING "        Not found: " LRS--CMD-ID                     26/10/15
968426            DELIMITED BY SIZE INTO LRS--REPORT-RECORD             26/10/15
968430     WRITE LRS--REPORT-RECORD                                     26/10/15
968434     DISPLAY "LR0802W Conversation not found in session file: "   26/10/15
968438             LRS--CMD-ID                                          26/10/15
968442     IF LRS--RC < 4                                               26/10/15
968446         MOVE 4 TO LRS--RC                                        26/10/15
968450     .                                                            26/10/15
968454                                                                  26/10/15
968458 LRS--BAD-COMMAND.                                                26/10/15
968462     MOVE "        Not understood" TO LRS--REPORT-RECORD          26/10/15
968466     WRITE LRS--REPORT-RECORD                                     26/10/15
968470     DISPLAY "LR0804W Session command not recognised: "           26/10/15
968474             LRS--CMD-VERB " " LRS--CMD-ID                        26/10/15
968478     IF LRS--RC < 4                                               26/10/15
968482         MOVE 4 TO LRS--RC                                        26/10/15
968486     .                                                            26/10/15
968490                                                                  26/10/15
968494 LRS--SESSION-FILE-ERROR.                                         26/10/15
968498     MOVE "Y" TO LRS--FAILED                                      26/10/15
968502     MOVE "Y" TO LRS--SCAN-EOF                                    26/10/15
968506     MOVE SPACES TO LRS--REPORT-RECORD                            26/10/15
968510     STRING "        Session file error, status "                 26/10/15
968514            LRS--SESFILE-STATUS                                   26/10/15
968518            DELIMITED BY SIZE INTO LRS--REPORT-RECORD             26/10/15
968522     WRITE LRS--REPORT-RECORD                                     26/10/15
968526     DISPLAY "LR0803E Session file error, status "                26/10/15
968530             LRS--SESFILE-STATUS                                  26/10/15
968534     MOVE 8 TO LRS--RC                                            26/10/15
968538     .                                                            26/10/15
968542:close                                                            26/10/15
968546:endif                                                            26/10/15
968550                                                                  26/10/15
968554!  With -opt:jobctl, generate the job-stream step controller.     26/10/15
968558!  Like lrtrend it does not depend on the dialog: every step of a 26/10/15
968562!  stream is built with -opt:jobctl, and lrjobctl CALLs each.     26/10/15
968566                                                                  26/10/15
968570:if "$jobctl" = "yes"                                             26/10/15
968574:output lrjobctl.$ext                                             26/10/15
968578:echo "lr I: building lrjobctl.$ext job-stream step controller..."26/10/15
968582 IDENTIFICATION DIVISION.                                         26/10/15
968586 PROGRAM-ID.    LRJOBCTL.                                         26/10/15
968590                                                                  26/10/15
968594*----------------------------------------------------------------*26/10/15
968598*  lrjobctl.$ext - job-stream step controller                    *26/10/15
968602*  Generated by Libero $version on $fulldate, $time.             *26/10/15
968606*  Schema file used: $schema                                     *26/10/15
968610*                                                                *26/10/15
968614*  Runs the steps listed in JOBDEF in order.  Each step is a     *26/10/15
968618*  program built with -opt:model=called and -opt:jobctl, CALLed  *26/10/15
968622*  with operation STEP and the step name as correlation id, so   *26/10/15
968626*  that an abend comes back as feedback instead of ending the    *26/10/15
968630*  run unit.  After each step its outcome - RETURN-CODE, abend   *26/10/15
968634*  feedback and the step's RUNFILE record - is kept in JOBSTAT.  *26/10/15
968638*  A step is complete when it returns no feedback and a          *26/10/15
968642*  RETURN-CODE no higher than its limit; the stream stops at the *26/10/15
968646*  first step that is not.                                       *26/10/15
968650*                                                                *26/10/15
968654*  Run the stream again after a failure and steps already        *26/10/15
968658*  complete are skipped.  The failed step runs again, resuming   *26/10/15
968662*  from its RECOVER checkpoint when it left one, if its feedback *26/10/15
968666*  class is restartable: a return code over the limit with no    *26/10/15
968670*  class, a quiesce, the time limit, or a file error other than  *26/10/15
968674*  the recovery file.  The dialog and data classes would only    *26/10/15
968678*  fail again, and are refused, as is a step whose outcome is    *26/10/15
968682*  not known.  Set LRJOBFORCE to a step name to run that step    *26/10/15
968686*  once the cause is put right; set LRJOBNEW=Y to ignore JOBSTAT *26/10/15
968690*  and run every step.                                           *26/10/15
968694*                                                                *26/10/15
968698*  JOBDEF lines: STEP in columns 1-4, step name in 6-13, program *26/10/15
968702*  in 15-26 and the highest good RETURN-CODE in 28-31 (blank is  *26/10/15
968706*  zero).  FILE in columns 1-4, a file name in 6-13 and the data *26/10/15
968710*  set it stands for in 15-80: it holds for the step above and   *26/10/15
968714*  the steps after it, or for every step when it comes before    *26/10/15
968718*  the first STEP line.  Lines with ! in column 1 are comments.  *26/10/15
968722*  FILE lines are applied in order, skipped steps included, so a *26/10/15
968726*  rerun sees the same files as the first run.                   *26/10/15
968730*                                                                *26/10/15
968734*  Return code 0 stream complete, 4 stopped by a quiesce, 8 step *26/10/15
968738*  failed and restartable, 12 step refused or not restartable,   *26/10/15
968742*  16 JOBDEF or JOBSTAT unusable.                                *26/10/15
968746*----------------------------------------------------------------*26/10/15
968750                                                                  26/10/15
968754 ENVIRONMENT DIVISION.                                            26/10/15
968758                                                                  26/10/15
968762 CONFIGURATION SECTION.                                           26/10/15
968766 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
968770 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
968774                                                                  26/10/15
968778 INPUT-OUTPUT SECTION.                                            26/10/15
968782                                                                  26/10/15
968786 FILE-CONTROL.                                                    26/10/15
968790     SELECT LRJ--DEFINITION-FILE                                  26/10/15
968794                             ASSIGN TO "JOBDEF"                   26/10/15
968798                             ORGANIZATION IS SEQUENTIAL           26/10/15
968802                             FILE STATUS IS LRJ--DEFINE-STATUS.   26/10/15
968806     SELECT OPTIONAL LRJ--STATUS-FILE                             26/10/15
968810                             ASSIGN TO "JOBSTAT"                  26/10/15
968814                             ORGANIZATION IS SEQUENTIAL           26/10/15
968818                             FILE STATUS IS LRJ--STATUS-STATUS.   26/10/15
968822     SELECT OPTIONAL LRJ--RUNLOG-FILE                             26/10/15
968826                             ASSIGN TO "RUNFILE"                  26/10/15
968830                             ORGANIZATION IS SEQUENTIAL           26/10/15
968834                             FILE STATUS IS LRJ--RUNLOG-STATUS.   26/10/15
968838     SELECT OPTIONAL LRJ--RECOVERY-FILE                           26/10/15
968842                             ASSIGN TO "RECOVER"                  26/10/15
968846                             ORGANIZATION IS SEQUENTIAL           26/10/15
968850                             FILE STATUS IS LRJ--RECOVERY-STATUS. 26/10/15
968854                                                                  26/10/15
968858 DATA DIVISION.                                                   26/10/15
968862                                                                  26/10/15
968866 FILE SECTION.                                                    26/10/15
968870                                                                  26/10/15
968874 FD  LRJ--DEFINITION-FILE                                         26/10/15
968878     LABEL RECORDS ARE STANDARD.                                  26/10/15
968882 01  LRJ--DEFINITION-RECORD.                                      26/10/15
968886     02  LRJ--DEF-VERB           PIC X(4).                        26/10/15
968890     02  LRJ--DEF-VERB-X         REDEFINES LRJ--DEF-VERB.         26/10/15
968894         03  LRJ--DEF-MARK       PIC X.                           26/10/15
968898         03  FILLER              PIC X(3).                        26/10/15
968902     02  FILLER                  PIC X.                           26/10/15
968906     02  LRJ--DEF-NAME           PIC X(8).                        26/10/15
968910     02  FILLER                  PIC X.                           26/10/15
968914     02  LRJ--DEF-PROGRAM        PIC X(12).                       26/10/15
968918     02  FILLER                  PIC X.                           26/10/15
968922     02  LRJ--DEF-LIMIT          PIC X(4).                        26/10/15
968926     02  LRJ--DEF-LIMIT-9        REDEFINES LRJ--DEF-LIMIT         26/10/15
968930                                 PIC 9(4).                        26/10/15
968934     02  FILLER                  PIC X(49).                       26/10/15
968938 01  LRJ--DEFINITION-FILE-LINE.                                   26/10/15
968942     02  FILLER                  PIC X(14).                       26/10/15
968946     02  LRJ--DEF-DATASET        PIC X(66).                       26/10/15
968950                                                                  26/10/15
968954 FD  LRJ--STATUS-FILE                                             26/10/15
968958     LABEL RECORDS ARE STANDARD.                                  26/10/15
968962 01  LRJ--STATUS-RECORD         PIC X(80).                        26/10/15
968966                                                                  26/10/15
968970 FD  LRJ--RUNLOG-FILE                                             26/10/15
968974     LABEL RECORDS ARE STANDARD.                                  26/10/15
968978 01  LRJ--RUNLOG-RECORD.                                          26/10/15
968982     02  LRJ--IN-PROGRAM         PIC X(12).                       26/10/15
968986     02  FILLER                  PIC X.                           26/10/15
968990     02  LRJ--IN-SDATE           PIC 9(6).                        26/10/15
968994     02  FILLER                  PIC X.                           26/10/15
968998     02  LRJ--IN-STIME           PIC 9(8).                        26/10/15
969002     02  FILLER                  PIC X.                           26/10/15
969006     02  LRJ--IN-EDATE           PIC 9(6).                        26/10/15
969010     02  FILLER                  PIC X.                           26/10/15
969014     02  LRJ--IN-ETIME           PIC 9(8).                        26/10/15
969018     02  FILLER                  PIC X.                           26/10/15
969022     02  LRJ--IN-TRANS           PIC 9(9).                        26/10/15
969026     02  FILLER                  PIC X.                           26/10/15
969030     02  LRJ--IN-JRNL            PIC 9(9).                        26/10/15
969034     02  FILLER                  PIC X.                           26/10/15
969038     02  LRJ--IN-RESTART         PIC X.                           26/10/15
969042     02  FILLER                  PIC X.                           26/10/15
969046     02  LRJ--IN-ABEND           PIC X(4).                        26/10/15
969050     02  FILLER                  PIC X.                           26/10/15
969054     02  LRJ--IN-CODE            PIC 9(4).                        26/10/15
969058     02  FILLER                  PIC X(4).                        26/10/15
969062                                                                  26/10/15
969066 FD  LRJ--RECOVERY-FILE                                           26/10/15
969070     LABEL RECORDS ARE STANDARD.                                  26/10/15
969074 01  LRJ--RECOVERY-RECORD.                                        26/10/15
969078     02  LRJ--RECOVERY-TAG       PIC X(6).                        26/10/15
969082     02  FILLER                  PIC X(74).                       26/10/15
969086                                                                  26/10/15
969090 WORKING-STORAGE SECTION.                                         26/10/15
969094                                                                  26/10/15
969098 01  LRJ--CONTROL.                                                26/10/15
969102     02  LRJ--DEFINE-STATUS      PIC XX     VALUE "00".           26/10/15
969106     02  LRJ--STATUS-STATUS      PIC XX     VALUE "00".           26/10/15
969110     02  LRJ--RUNLOG-STATUS      PIC XX     VALUE "00".           26/10/15
969114     02  LRJ--RECOVERY-STATUS    PIC XX     VALUE "00".           26/10/15
969118     02  LRJ--DEFINITION-EOF     PIC X      VALUE "N".            26/10/15
969122         88  LRJ--DEFINITION-AT-END         VALUE "Y".            26/10/15
969126     02  LRJ--STATUS-EOF         PIC X      VALUE "N".            26/10/15
969130         88  LRJ--STATUS-AT-END             VALUE "Y".            26/10/15
969134     02  LRJ--RUNLOG-EOF         PIC X      VALUE "N".            26/10/15
969138         88  LRJ--RUNLOG-AT-END             VALUE "Y".            26/10/15
969142     02  LRJ--STATUS-BAD         PIC X      VALUE "N".            26/10/15
969146         88  LRJ--STATUS-IS-BAD             VALUE "Y".            26/10/15
969150     02  LRJ--RERUN              PIC X      VALUE "N".            26/10/15
969154         88  LRJ--IS-RERUN                  VALUE "Y".            26/10/15
969158     02  LRJ--STOPPED            PIC X      VALUE "N".            26/10/15
969162         88  LRJ--IS-STOPPED                VALUE "Y".            26/10/15
969166     02  LRJ--RESTARTABLE        PIC X      VALUE "N".            26/10/15
969170         88  LRJ--CAN-RESTART               VALUE "Y".            26/10/15
969174     02  LRJ--CALL-DONE          PIC X      VALUE "Y".            26/10/15
969178         88  LRJ--CALL-WAS-DONE             VALUE "Y".            26/10/15
969182     02  LRJ--RUN-FOUND          PIC X      VALUE "N".            26/10/15
969186         88  LRJ--RUN-WAS-FOUND             VALUE "Y".            26/10/15
969190     02  LRJ--RECOVERY-FOUND     PIC X      VALUE "N".            26/10/15
969194         88  LRJ--RECOVERY-WAS-FOUND        VALUE "Y".            26/10/15
969198     02  LRJ--NEW-RUN            PIC X      VALUE "N".            26/10/15
969202     02  LRJ--FORCE-STEP         PIC X(8)   VALUE SPACES.         26/10/15
969206     02  LRJ--DEF-ERRORS         PIC S9(4)  COMP VALUE ZERO.      26/10/15
969210     02  LRJ--RETURN             PIC S9(4)  COMP VALUE ZERO.      26/10/15
969214     02  LRJ--STEP-SUB           PIC S9(4)  COMP VALUE ZERO.      26/10/15
969218     02  LRJ--FILE-SUB           PIC S9(4)  COMP VALUE ZERO.      26/10/15
969222     02  LRJ--SUB                PIC S9(4)  COMP VALUE ZERO.      26/10/15
969226     02  LRJ--CLASS-SUB          PIC S9(4)  COMP VALUE ZERO.      26/10/15
969230     02  LRJ--STREAM-FILES       PIC S9(4)  COMP VALUE ZERO.      26/10/15
969234     02  LRJ--CALL-RC            PIC S9(9)  COMP VALUE ZERO.      26/10/15
969238     02  LRJ--START-STAMP        PIC 9(14)  VALUE ZERO.           26/10/15
969242     02  LRJ--RUN-STAMP          PIC 9(14)  VALUE ZERO.           26/10/15
969246     02  LRJ--DISPLAY-COUNT      PIC Z(8)9.                       26/10/15
969250     02  LRJ--DISPLAY-RC         PIC Z(3)9.                       26/10/15
969254                                                                  26/10/15
969258*    STEPS FROM JOBDEF, WITH THEIR STATE FROM JOBSTAT: P PENDING, 26/10/15
969262*    S STARTED, C COMPLETE OR F FAILED                            26/10/15
969266 01  LRJ--STEPS.                                                  26/10/15
969270     02  LRJ--STEP-COUNT         PIC S9(4)  COMP VALUE ZERO.      26/10/15
969274     02  LRJ--STEP-ENTRY         OCCURS 50 TIMES.                 26/10/15
969278         03  LRJ--STEP-NAME      PIC X(8).                        26/10/15
969282         03  LRJ--STEP-PROGRAM   PIC X(12).                       26/10/15
969286         03  LRJ--STEP-LIMIT     PIC 9(4).                        26/10/15
969290         03  LRJ--STEP-FIRST-FILE PIC S9(4) COMP.                 26/10/15
969294         03  LRJ--STEP-LAST-FILE PIC S9(4)  COMP.                 26/10/15
969298         03  LRJ--STEP-ACTION    PIC X(8).                        26/10/15
969302         03  LRJ--STEP-STATE     PIC X.                           26/10/15
969306         03  LRJ--STEP-RC        PIC 9(4).                        26/10/15
969310         03  LRJ--STEP-FEEDBACK  PIC X(4).                        26/10/15
969314         03  LRJ--STEP-SDATE     PIC 9(6).                        26/10/15
969318         03  LRJ--STEP-STIME     PIC 9(8).                        26/10/15
969322         03  LRJ--STEP-EDATE     PIC 9(6).                        26/10/15
969326         03  LRJ--STEP-ETIME     PIC 9(8).                        26/10/15
969330         03  LRJ--STEP-TRANS     PIC 9(9).                        26/10/15
969334         03  LRJ--STEP-RUNS      PIC 9(4).                        26/10/15
969338                                                                  26/10/15
969342*    FILE LINES FROM JOBDEF, IN ORDER                             26/10/15
969346 01  LRJ--FILES.                                                  26/10/15
969350     02  LRJ--FILE-COUNT         PIC S9(4)  COMP VALUE ZERO.      26/10/15
969354     02  LRJ--FILE-ENTRY         OCCURS 200 TIMES.                26/10/15
969358         03  LRJ--FILE-NAME      PIC X(8).                        26/10/15
969362         03  LRJ--FILE-DATASET   PIC X(66).                       26/10/15
969366                                                                  26/10/15
969370*    FEEDBACK CLASSES A FAILED STEP MAY BE RESTARTED FROM; SPACES 26/10/15
969374*    IS A RETURN CODE OVER THE STEP'S LIMIT WITH NO ABEND CLASS,  26/10/15
969378*    AND LOAD A PROGRAM THAT COULD NOT BE CALLED                  26/10/15
969382 01  LRJ--RESTART-CLASSES.                                        26/10/15
969386     02  FILLER                  PIC X(20)  VALUE                 26/10/15
969390         "    QSCEATIMAJWRAEVF".                                  26/10/15
969394     02  FILLER                  PIC X(16)  VALUE                 26/10/15
969398         "ACTFASFLASNDLOAD".                                      26/10/15
969402 01  FILLER                      REDEFINES  LRJ--RESTART-CLASSES. 26/10/15
969406     02  LRJ--RESTART-CLASS      PIC X(4)   OCCURS 9 TIMES.       26/10/15
969410 01  LRJ--RESTART-MAX            PIC S9(4)  COMP VALUE 9.         26/10/15
969414                                                                  26/10/15
969418*    THE AREA EACH STEP IS CALLED WITH, AS ITS LINKAGE COPYBOOK   26/10/15
969422 01  LRJ--CALL-CONTROL.                                           26/10/15
969426     02  LRJ--CALL-OPERATION     PIC X(4)   VALUE SPACES.         26/10/15
969430     02  LRJ--CALL-FEEDBACK      PIC X(4)   VALUE SPACES.         26/10/15
969434     02  LRJ--CALL-CORRELID      PIC X(12)  VALUE SPACES.         26/10/15
969438 01  LRJ--CALL-PROGRAM           PIC X(12)  VALUE SPACES.         26/10/15
969442                                                                  26/10/15
969446 01  LRJ--CLOCK.                                                  26/10/15
969450     02  LRJ--CLOCK-DATE         PIC 9(6).                        26/10/15
969454     02  LRJ--CLOCK-TIME         PIC 9(8).                        26/10/15
969458                                                                  26/10/15
969462 01  LRJ--RUN-LATEST.                                             26/10/15
969466     02  LRJ--RUN-EDATE          PIC 9(6).                        26/10/15
969470     02  LRJ--RUN-ETIME          PIC 9(8).                        26/10/15
969474     02  LRJ--RUN-TRANS          PIC 9(9).                        26/10/15
969478     02  LRJ--RUN-ABEND          PIC X(4).                        26/10/15
969482     02  LRJ--RUN-CODE           PIC 9(4).                        26/10/15
969486                                                                  26/10/15
969490 01  LRJ--STATUS-LINE.                                            26/10/15
969494     02  LRJ--STAT-STEP          PIC X(8).                        26/10/15
969498     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969502     02  LRJ--STAT-PROGRAM       PIC X(12).                       26/10/15
969506     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969510     02  LRJ--STAT-STATE         PIC X.                           26/10/15
969514     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969518     02  LRJ--STAT-RC            PIC 9(4).                        26/10/15
969522     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969526     02  LRJ--STAT-FEEDBACK      PIC X(4).                        26/10/15
969530     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969534     02  LRJ--STAT-SDATE         PIC 9(6).                        26/10/15
969538     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969542     02  LRJ--STAT-STIME         PIC 9(8).                        26/10/15
969546     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969550     02  LRJ--STAT-EDATE         PIC 9(6).                        26/10/15
969554     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969558     02  LRJ--STAT-ETIME         PIC 9(8).                        26/10/15
969562     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969566     02  LRJ--STAT-TRANS         PIC 9(9).                        26/10/15
969570     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969574     02  LRJ--STAT-RUNS          PIC 9(4).                        26/10/15
969578                                                                  26/10/15
969582 01  LRJ--TIME-WORK.                                              26/10/15
969586     02  LRJ--TIME-VALUE         PIC 9(8).                        26/10/15
969590     02  LRJ--TIME-X             REDEFINES LRJ--TIME-VALUE.       26/10/15
969594         03  LRJ--TIME-HH        PIC 99.                          26/10/15
969598         03  LRJ--TIME-MI        PIC 99.                          26/10/15
969602         03  LRJ--TIME-SS        PIC 99.                          26/10/15
969606         03  LRJ--TIME-CC        PIC 99.                          26/10/15
969610                                                                  26/10/15
969614 01  LRJ--SUMMARY-HEADING.                                        26/10/15
969618     02  FILLER                  PIC X(22)  VALUE                 26/10/15
969622         "STEP     PROGRAM".                                      26/10/15
969626     02  FILLER                  PIC X(18)  VALUE                 26/10/15
969630         "ACTION   RESULT".                                       26/10/15
969634     02  FILLER                  PIC X(14)  VALUE                 26/10/15
969638         "  RC FDBK RUNS".                                        26/10/15
969642     02  FILLER                  PIC X(9)   VALUE "   TRANS".     26/10/15
969646     02  FILLER                  PIC X(17)  VALUE                 26/10/15
969650         "STARTED  ENDED".                                        26/10/15
969654                                                                  26/10/15
969658 01  LRJ--SUMMARY-LINE.                                           26/10/15
969662     02  LRJ--OUT-STEP           PIC X(8).                        26/10/15
969666     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969670     02  LRJ--OUT-PROGRAM        PIC X(12).                       26/10/15
969674     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969678     02  LRJ--OUT-ACTION         PIC X(8).                        26/10/15
969682     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969686     02  LRJ--OUT-RESULT         PIC X(8).                        26/10/15
969690     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969694     02  LRJ--OUT-RC             PIC ZZZ9.                        26/10/15
969698     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969702     02  LRJ--OUT-FEEDBACK       PIC X(4).                        26/10/15
969706     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969710     02  LRJ--OUT-RUNS           PIC ZZ9.                         26/10/15
969714     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969718     02  LRJ--OUT-TRANS          PIC Z(7)9.                       26/10/15
969722     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969726     02  LRJ--OUT-STARTED        PIC X(8).                        26/10/15
969730     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
969734     02  LRJ--OUT-ENDED          PIC X(8).                        26/10/15
969738                                                                  26/10/15
969742 01  LRJ--CLOCK-LINE.                                             26/10/15
969746     02  LRJ--OUT-HH             PIC 99.                          26/10/15
969750     02  FILLER                  PIC X      VALUE ":".            26/10/15
969754     02  LRJ--OUT-MI             PIC 99.                          26/10/15
969758     02  FILLER                  PIC X      VALUE ":".            26/10/15
969762     02  LRJ--OUT-SS             PIC 99.                          26/10/15
969766                                                                  26/10/15
969770 PROCEDURE DIVISION.                                              26/10/15
969774                                                                  26/10/15
969778 LRJ--MAIN.                                                       26/10/15
969782     PERFORM LRJ--LOAD-DEFINITION                                 26/10/15
969786     IF LRJ--DEF-ERRORS > ZERO                                    26/10/15
969790        OR LRJ--STEP-COUNT = ZERO                                 26/10/15
969794         DISPLAY "LR0903E Job-stream definition unusable - stream"26/10/15
969798                 " not run"                                       26/10/15
969802         MOVE 16 TO RETURN-CODE                                   26/10/15
969806         STOP RUN                                                 26/10/15
969810     .                                                            26/10/15
969814     ACCEPT LRJ--NEW-RUN FROM ENVIRONMENT "LRJOBNEW"              26/10/15
969818     ACCEPT LRJ--FORCE-STEP FROM ENVIRONMENT "LRJOBFORCE"         26/10/15
969822     IF LRJ--NEW-RUN NOT = "Y"                                    26/10/15
969826         PERFORM LRJ--LOAD-STATUS                                 26/10/15
969830     .                                                            26/10/15
969834     IF LRJ--IS-RERUN                                             26/10/15
969838         DISPLAY "LR0904I Rerun - steps complete in JOBSTAT are"  26/10/15
969842                 " skipped"                                       26/10/15
969846     ELSE                                                         26/10/15
969850         PERFORM LRJ--RESET-STEP                                  26/10/15
969854           VARYING LRJ--STEP-SUB FROM 1 BY 1                      26/10/15
969858             UNTIL LRJ--STEP-SUB > LRJ--STEP-COUNT                26/10/15
969862         MOVE LRJ--STEP-COUNT TO LRJ--DISPLAY-COUNT               26/10/15
969866         DISPLAY "LR0901I Job stream started - steps defined:"    26/10/15
969870                 LRJ--DISPLAY-COUNT                               26/10/15
969874     .                                                            26/10/15
969878     PERFORM LRJ--APPLY-FILE                                      26/10/15
969882       VARYING LRJ--FILE-SUB FROM 1 BY 1                          26/10/15
969886         UNTIL LRJ--FILE-SUB > LRJ--STREAM-FILES                  26/10/15
969890     PERFORM LRJ--TAKE-STEP                                       26/10/15
969894       VARYING LRJ--STEP-SUB FROM 1 BY 1                          26/10/15
969898         UNTIL LRJ--STEP-SUB > LRJ--STEP-COUNT                    26/10/15
969902            OR LRJ--IS-STOPPED                                    26/10/15
969906     PERFORM LRJ--PRINT-SUMMARY                                   26/10/15
969910     IF LRJ--RETURN = ZERO                                        26/10/15
969914         DISPLAY "LR0917I Job stream complete"                    26/10/15
969918     .                                                            26/10/15
969922     MOVE LRJ--RETURN TO RETURN-CODE                              26/10/15
969926     STOP RUN                                                     26/10/15
969930     .                                                            26/10/15
969934                                                                  26/10/15
969938*    BUILD THE STEP AND FILE TABLES FROM JOBDEF                   26/10/15
969942 LRJ--LOAD-DEFINITION.                                            26/10/15
969946     OPEN INPUT LRJ--DEFINITION-FILE                              26/10/15
969950     IF LRJ--DEFINE-STATUS NOT = "00"                             26/10/15
969954         DISPLAY "LR0919E JOBDEF cannot be read - file status "   26/10/15
969962                 LRJ--DEFINE-STATUS                               26/10/15
969966         ADD 1 TO LRJ--DEF-ERRORS                                 26/10/15
969970     ELSE                                                         26/10/15
969974         PERFORM LRJ--READ-DEFINITION                             26/10/15
969978         PERFORM LRJ--TAKE-DEFINITION                             26/10/15
969982           UNTIL LRJ--DEFINITION-AT-END                           26/10/15
969986         CLOSE LRJ--DEFINITION-FILE                               26/10/15
969990     .                                                            26/10/15
969994                                                                  26/10/15
969998 LRJ--READ-DEFINITION.                                            26/10/15
970002     READ LRJ--DEFINITION-FILE                                    26/10/15
970006         AT END                                                   26/10/15
970010             MOVE "Y" TO LRJ--DEFINITION-EOF                      26/10/15
970014     .                                                            26/10/15
970018     IF LRJ--DEFINE-STATUS NOT = "00"                             26/10/15
970022        AND LRJ--DEFINE-STATUS NOT = "10"                         26/10/15
970026         DISPLAY "LR0919E JOBDEF cannot be read - file status "   26/10/15
970034                 LRJ--DEFINE-STATUS                               26/10/15
970038         ADD 1 TO LRJ--DEF-ERRORS                                 26/10/15
970042         MOVE "Y" TO LRJ--DEFINITION-EOF                          26/10/15
970046     .                                                            26/10/15
970050                                                                  26/10/15
970054 LRJ--TAKE-DEFINITION.                                            26/10/15
970058     IF LRJ--DEF-MARK = "!"                                       26/10/15
970062        OR LRJ--DEFINITION-RECORD = SPACES                        26/10/15
970066         NEXT SENTENCE                                            26/10/15
970070     ELSE                                                         26/10/15
970074     IF LRJ--DEF-VERB = "STEP"                                    26/10/15
970078         PERFORM LRJ--TAKE-STEP-LINE                              26/10/15
970082     ELSE                                                         26/10/15
970086     IF LRJ--DEF-VERB = "FILE"                                    26/10/15
970090         PERFORM LRJ--TAKE-FILE-LINE                              26/10/15
970094     ELSE                                                         26/10/15
970098         PERFORM LRJ--BAD-DEFINITION                              26/10/15
970102     .                                                            26/10/15
970106     PERFORM LRJ--READ-DEFINITION                                 26/10/15
970110     .                                                            26/10/15
970114                                                                  26/10/15
970118 LRJ--TAKE-STEP-LINE.                                             26/10/15
970122     INSPECT LRJ--DEF-LIMIT REPLACING LEADING SPACES BY ZERO      26/10/15
970126     MOVE ZERO TO LRJ--SUB                                        26/10/15
970130     PERFORM LRJ--MATCH-STEP-NAME                                 26/10/15
970134       VARYING LRJ--STEP-SUB FROM 1 BY 1                          26/10/15
970138         UNTIL LRJ--STEP-SUB > LRJ--STEP-COUNT                    26/10/15
970142     IF LRJ--DEF-NAME = SPACES                                    26/10/15
970146        OR LRJ--DEF-PROGRAM = SPACES                              26/10/15
970150        OR LRJ--DEF-LIMIT-9 NOT NUMERIC                           26/10/15
970154        OR LRJ--SUB > ZERO                                        26/10/15
970158        OR LRJ--STEP-COUNT = 50                                   26/10/15
970162         PERFORM LRJ--BAD-DEFINITION                              26/10/15
970166     ELSE                                                         26/10/15
970170         ADD 1 TO LRJ--STEP-COUNT                                 26/10/15
970174         MOVE LRJ--STEP-COUNT TO LRJ--STEP-SUB                    26/10/15
970178         MOVE LRJ--DEF-NAME    TO LRJ--STEP-NAME (LRJ--STEP-SUB)  26/10/15
970182         MOVE LRJ--DEF-PROGRAM                                    26/10/15
970186           TO LRJ--STEP-PROGRAM (LRJ--STEP-SUB)                   26/10/15
970190         MOVE LRJ--DEF-LIMIT-9 TO LRJ--STEP-LIMIT (LRJ--STEP-SUB) 26/10/15
970194         COMPUTE LRJ--STEP-FIRST-FILE (LRJ--STEP-SUB) =           26/10/15
970198                 LRJ--FILE-COUNT + 1                              26/10/15
970202         MOVE LRJ--FILE-COUNT                                     26/10/15
970206           TO LRJ--STEP-LAST-FILE (LRJ--STEP-SUB)                 26/10/15
970210         PERFORM LRJ--RESET-STEP                                  26/10/15
970214     .                                                            26/10/15
970218                                                                  26/10/15
970222 LRJ--MATCH-STEP-NAME.                                            26/10/15
970226     IF LRJ--STEP-NAME (LRJ--STEP-SUB) = LRJ--DEF-NAME            26/10/15
970230         MOVE LRJ--STEP-SUB TO LRJ--SUB                           26/10/15
970234     .                                                            26/10/15
970238                                                                  26/10/15
970242 LRJ--TAKE-FILE-LINE.                                             26/10/15
970246     IF LRJ--DEF-NAME = SPACES                                    26/10/15
970250        OR LRJ--DEF-DATASET = SPACES                              26/10/15
970254        OR LRJ--FILE-COUNT = 200                                  26/10/15
970258         PERFORM LRJ--BAD-DEFINITION                              26/10/15
970262     ELSE                                                         26/10/15
970266         ADD 1 TO LRJ--FILE-COUNT                                 26/10/15
970270         MOVE LRJ--DEF-NAME    TO LRJ--FILE-NAME (LRJ--FILE-COUNT)26/10/15
970274         MOVE LRJ--DEF-DATASET                                    26/10/15
970278           TO LRJ--FILE-DATASET (LRJ--FILE-COUNT)                 26/10/15
970282         IF LRJ--STEP-COUNT = ZERO                                26/10/15
970286             MOVE LRJ--FILE-COUNT TO LRJ--STREAM-FILES            26/10/15
970290         ELSE                                                     26/10/15
970294             MOVE LRJ--FILE-COUNT                                 26/10/15
970298               TO LRJ--STEP-LAST-FILE (LRJ--STEP-COUNT)           26/10/15
970302     .                                                            26/10/15
970306                                                                  26/10/15
970310 LRJ--BAD-DEFINITION.                                             26/10/15
970314     DISPLAY "LR0902E Job-stream definition line not valid: "     26/10/15
970318             LRJ--DEFINITION-RECORD                               26/10/15
970322     ADD 1 TO LRJ--DEF-ERRORS                                     26/10/15
970326     .                                                            26/10/15
970330                                                                  26/10/15
970334*    A STREAM IS BEING RERUN WHEN JOBSTAT HOLDS A STEP OF THIS    26/10/15
970338*    DEFINITION THAT FAILED OR DID NOT FINISH; OTHERWISE EVERY    26/10/15
970342*    STEP STARTS OUT PENDING                                      26/10/15
970346 LRJ--LOAD-STATUS.                                                26/10/15
970350     OPEN INPUT LRJ--STATUS-FILE                                  26/10/15
970354     IF LRJ--STATUS-STATUS = "00"                                 26/10/15
970358        OR LRJ--STATUS-STATUS = "05"                              26/10/15
970362         PERFORM LRJ--READ-STATUS                                 26/10/15
970366         PERFORM LRJ--TAKE-STATUS                                 26/10/15
970370           UNTIL LRJ--STATUS-AT-END                               26/10/15
970374         CLOSE LRJ--STATUS-FILE                                   26/10/15
970378     .                                                            26/10/15
970382                                                                  26/10/15
970386 LRJ--READ-STATUS.                                                26/10/15
970390     READ LRJ--STATUS-FILE INTO LRJ--STATUS-LINE                  26/10/15
970394         AT END                                                   26/10/15
970398             MOVE "Y" TO LRJ--STATUS-EOF                          26/10/15
970402     .                                                            26/10/15
970406     IF LRJ--STATUS-STATUS NOT = "00"                             26/10/15
970410        AND LRJ--STATUS-STATUS NOT = "10"                         26/10/15
970414         MOVE "Y" TO LRJ--STATUS-EOF                              26/10/15
970418     .                                                            26/10/15
970422                                                                  26/10/15
970426 LRJ--TAKE-STATUS.                                                26/10/15
970430     MOVE ZERO TO LRJ--SUB                                        26/10/15
970434     PERFORM LRJ--MATCH-STATUS                                    26/10/15
970438       VARYING LRJ--STEP-SUB FROM 1 BY 1                          26/10/15
970442         UNTIL LRJ--STEP-SUB > LRJ--STEP-COUNT                    26/10/15
970446     IF LRJ--SUB > ZERO                                           26/10/15
970450        AND LRJ--STAT-RC     NUMERIC                              26/10/15
970454        AND LRJ--STAT-SDATE  NUMERIC                              26/10/15
970458        AND LRJ--STAT-STIME  NUMERIC                              26/10/15
970462        AND LRJ--STAT-EDATE  NUMERIC                              26/10/15
970466        AND LRJ--STAT-ETIME  NUMERIC                              26/10/15
970470        AND LRJ--STAT-TRANS  NUMERIC                              26/10/15
970474        AND LRJ--STAT-RUNS   NUMERIC                              26/10/15
970478         PERFORM LRJ--KEEP-STATUS                                 26/10/15
970482     .                                                            26/10/15
970486     PERFORM LRJ--READ-STATUS                                     26/10/15
970490     .                                                            26/10/15
970494                                                                  26/10/15
970498 LRJ--MATCH-STATUS.                                               26/10/15
970502     IF LRJ--STEP-NAME (LRJ--STEP-SUB)    = LRJ--STAT-STEP        26/10/15
970506        AND LRJ--STEP-PROGRAM (LRJ--STEP-SUB) = LRJ--STAT-PROGRAM 26/10/15
970510         MOVE LRJ--STEP-SUB TO LRJ--SUB                           26/10/15
970514     .                                                            26/10/15
970518                                                                  26/10/15
970522 LRJ--KEEP-STATUS.                                                26/10/15
970526     MOVE LRJ--STAT-STATE    TO LRJ--STEP-STATE (LRJ--SUB)        26/10/15
970530     MOVE LRJ--STAT-RC       TO LRJ--STEP-RC (LRJ--SUB)           26/10/15
970534     MOVE LRJ--STAT-FEEDBACK TO LRJ--STEP-FEEDBACK (LRJ--SUB)     26/10/15
970538     MOVE LRJ--STAT-SDATE    TO LRJ--STEP-SDATE (LRJ--SUB)        26/10/15
970542     MOVE LRJ--STAT-STIME    TO LRJ--STEP-STIME (LRJ--SUB)        26/10/15
970546     MOVE LRJ--STAT-EDATE    TO LRJ--STEP-EDATE (LRJ--SUB)        26/10/15
970550     MOVE LRJ--STAT-ETIME    TO LRJ--STEP-ETIME (LRJ--SUB)        26/10/15
970554     MOVE LRJ--STAT-TRANS    TO LRJ--STEP-TRANS (LRJ--SUB)        26/10/15
970558     MOVE LRJ--STAT-RUNS     TO LRJ--STEP-RUNS (LRJ--SUB)         26/10/15
970562     IF LRJ--STAT-STATE = "F"                                     26/10/15
970566        OR LRJ--STAT-STATE = "S"                                  26/10/15
970570         MOVE "Y" TO LRJ--RERUN                                   26/10/15
970574     ELSE                                                         26/10/15
970578     IF LRJ--STAT-STATE NOT = "C"                                 26/10/15
970582         MOVE "P" TO LRJ--STEP-STATE (LRJ--SUB)                   26/10/15
970586     .                                                            26/10/15
970590                                                                  26/10/15
970594 LRJ--RESET-STEP.                                                 26/10/15
970598     MOVE "NOT RUN" TO LRJ--STEP-ACTION (LRJ--STEP-SUB)           26/10/15
970602     MOVE "P"       TO LRJ--STEP-STATE (LRJ--STEP-SUB)            26/10/15
970606     MOVE ZERO      TO LRJ--STEP-RC (LRJ--STEP-SUB)               26/10/15
970610     MOVE SPACES    TO LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)         26/10/15
970614     MOVE ZERO      TO LRJ--STEP-SDATE (LRJ--STEP-SUB)            26/10/15
970618     MOVE ZERO      TO LRJ--STEP-STIME (LRJ--STEP-SUB)            26/10/15
970622     MOVE ZERO      TO LRJ--STEP-EDATE (LRJ--STEP-SUB)            26/10/15
970626     MOVE ZERO      TO LRJ--STEP-ETIME (LRJ--STEP-SUB)            26/10/15
970630     MOVE ZERO      TO LRJ--STEP-TRANS (LRJ--STEP-SUB)            26/10/15
970634     MOVE ZERO      TO LRJ--STEP-RUNS (LRJ--STEP-SUB)             26/10/15
970638     .                                                            26/10/15
970642                                                                  26/10/15
970646*    THE DATA SET A FILE LINE NAMES IS WHAT THE STEP'S PROGRAMS   26/10/15
970650*    GET WHEN THEY OPEN THAT FILE NAME                            26/10/15
970654 LRJ--APPLY-FILE.                                                 26/10/15
970658     DISPLAY LRJ--FILE-NAME (LRJ--FILE-SUB)                       26/10/15
970662        UPON ENVIRONMENT-NAME                                     26/10/15
970666     DISPLAY LRJ--FILE-DATASET (LRJ--FILE-SUB)                    26/10/15
970670        UPON ENVIRONMENT-VALUE                                    26/10/15
970674     .                                                            26/10/15
970678                                                                  26/10/15
970682 LRJ--TAKE-STEP.                                                  26/10/15
970686     PERFORM LRJ--APPLY-FILE                                      26/10/15
970690       VARYING LRJ--FILE-SUB                                      26/10/15
970694          FROM LRJ--STEP-FIRST-FILE (LRJ--STEP-SUB) BY 1          26/10/15
970698         UNTIL LRJ--FILE-SUB > LRJ--STEP-LAST-FILE (LRJ--STEP-SUB)26/10/15
970702     IF LRJ--STEP-STATE (LRJ--STEP-SUB) = "S"                     26/10/15
970706         PERFORM LRJ--RESOLVE-STEP                                26/10/15
970710     .                                                            26/10/15
970714     IF LRJ--IS-STOPPED                                           26/10/15
970718         NEXT SENTENCE                                            26/10/15
970722     ELSE                                                         26/10/15
970726     IF LRJ--STEP-STATE (LRJ--STEP-SUB) = "C"                     26/10/15
970730         MOVE "SKIPPED" TO LRJ--STEP-ACTION (LRJ--STEP-SUB)       26/10/15
970734         DISPLAY "LR0906I Step skipped - completed in an earlier" 26/10/15
970738                 " run: " LRJ--STEP-NAME (LRJ--STEP-SUB)          26/10/15
970742     ELSE                                                         26/10/15
970746     IF LRJ--STEP-STATE (LRJ--STEP-SUB) = "F"                     26/10/15
970750         PERFORM LRJ--RESTART-STEP                                26/10/15
970754     ELSE                                                         26/10/15
970758         MOVE "RUN" TO LRJ--STEP-ACTION (LRJ--STEP-SUB)           26/10/15
970762         PERFORM LRJ--RUN-STEP                                    26/10/15
970766     .                                                            26/10/15
970770                                                                  26/10/15
970774*    STEP ENDED UNSEEN - ITS OWN RUNFILE RECORD SAYS HOW IT ENDED 26/10/15
970778 LRJ--RESOLVE-STEP.                                               26/10/15
970782     PERFORM LRJ--FIND-RUN-RECORD                                 26/10/15
970786     IF LRJ--RUN-WAS-FOUND                                        26/10/15
970790         DISPLAY "LR0914W Step outcome taken from RUNFILE: "      26/10/15
970794                 LRJ--STEP-NAME (LRJ--STEP-SUB)                   26/10/15
970798         MOVE LRJ--RUN-EDATE TO LRJ--STEP-EDATE (LRJ--STEP-SUB)   26/10/15
970802         MOVE LRJ--RUN-ETIME TO LRJ--STEP-ETIME (LRJ--STEP-SUB)   26/10/15
970806         MOVE LRJ--RUN-TRANS TO LRJ--STEP-TRANS (LRJ--STEP-SUB)   26/10/15
970810         MOVE LRJ--RUN-CODE  TO LRJ--STEP-RC (LRJ--STEP-SUB)      26/10/15
970814         MOVE LRJ--RUN-ABEND TO LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)26/10/15
970818     ELSE                                                         26/10/15
970822         DISPLAY "LR0920W Step outcome not known - no RUNFILE"    26/10/15
970826                 " record: " LRJ--STEP-NAME (LRJ--STEP-SUB)       26/10/15
970830         MOVE "NONE" TO LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)        26/10/15
970834     .                                                            26/10/15
970838     IF LRJ--STEP-FEEDBACK (LRJ--STEP-SUB) = SPACES               26/10/15
970842        AND LRJ--STEP-RC (LRJ--STEP-SUB)                          26/10/15
970846            NOT > LRJ--STEP-LIMIT (LRJ--STEP-SUB)                 26/10/15
970850         MOVE "C" TO LRJ--STEP-STATE (LRJ--STEP-SUB)              26/10/15
970854     ELSE                                                         26/10/15
970858         MOVE "F" TO LRJ--STEP-STATE (LRJ--STEP-SUB)              26/10/15
970862     .                                                            26/10/15
970866     PERFORM LRJ--WRITE-STATUS                                    26/10/15
970870     .                                                            26/10/15
970874                                                                  26/10/15
970878 LRJ--RESTART-STEP.                                               26/10/15
970882     MOVE "N" TO LRJ--RESTARTABLE                                 26/10/15
970886     PERFORM LRJ--CHECK-CLASS                                     26/10/15
970890       VARYING LRJ--CLASS-SUB FROM 1 BY 1                         26/10/15
970894         UNTIL LRJ--CLASS-SUB > LRJ--RESTART-MAX                  26/10/15
970898     IF NOT LRJ--CAN-RESTART                                      26/10/15
970902        AND LRJ--STEP-NAME (LRJ--STEP-SUB) = LRJ--FORCE-STEP      26/10/15
970906         DISPLAY "LR0913W Step run on operator request"           26/10/15
970910                 " (LRJOBFORCE): " LRJ--STEP-NAME (LRJ--STEP-SUB) 26/10/15
970914         MOVE "Y" TO LRJ--RESTARTABLE                             26/10/15
970918     .                                                            26/10/15
970922     IF LRJ--CAN-RESTART                                          26/10/15
970926         MOVE "RESTART" TO LRJ--STEP-ACTION (LRJ--STEP-SUB)       26/10/15
970930         PERFORM LRJ--CHECK-RECOVERY                              26/10/15
970934         PERFORM LRJ--RUN-STEP                                    26/10/15
970938     ELSE                                                         26/10/15
970942         MOVE "REFUSED" TO LRJ--STEP-ACTION (LRJ--STEP-SUB)       26/10/15
970946         DISPLAY "LR0911E Step feedback not restartable - stream" 26/10/15
970950                 " stopped: " LRJ--STEP-NAME (LRJ--STEP-SUB) " "  26/10/15
970954                 LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)               26/10/15
970958         MOVE "Y" TO LRJ--STOPPED                                 26/10/15
970962         IF LRJ--RETURN < 12                                      26/10/15
970966             MOVE 12 TO LRJ--RETURN                               26/10/15
970970     .                                                            26/10/15
970974                                                                  26/10/15
970978 LRJ--CHECK-CLASS.                                                26/10/15
970982     IF LRJ--RESTART-CLASS (LRJ--CLASS-SUB)                       26/10/15
970986        = LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)                      26/10/15
970990         MOVE "Y" TO LRJ--RESTARTABLE                             26/10/15
970994     .                                                            26/10/15
970998                                                                  26/10/15
971002*    A STEP BUILT WITH -opt:restart RESUMES FROM THE CHECKPOINT IN26/10/15
971006*    ITS RECOVER FILE; THE FIRST RECORD AFTER THE BUILD SIGNATURE 26/10/15
971010*    IS THE STATE AND EVENT IT RESUMES AT                         26/10/15
971014 LRJ--CHECK-RECOVERY.                                             26/10/15
971018     MOVE "N" TO LRJ--RECOVERY-FOUND                              26/10/15
971022     OPEN INPUT LRJ--RECOVERY-FILE                                26/10/15
971026     IF LRJ--RECOVERY-STATUS = "00"                               26/10/15
971030        OR LRJ--RECOVERY-STATUS = "05"                            26/10/15
971034         PERFORM LRJ--READ-RECOVERY-FILE                          26/10/15
971038         CLOSE LRJ--RECOVERY-FILE                                 26/10/15
971042     .                                                            26/10/15
971046     IF LRJ--RECOVERY-WAS-FOUND                                   26/10/15
971050         DISPLAY "LR0907I Step restarts from its recovery record:"26/10/15
971054                 " " LRJ--STEP-NAME (LRJ--STEP-SUB) " "           26/10/15
971058                 LRJ--RECOVERY-RECORD                             26/10/15
971062     ELSE                                                         26/10/15
971066         DISPLAY "LR0908I Step runs again from the start - no"    26/10/15
971070                 " recovery record: "                             26/10/15
971074                 LRJ--STEP-NAME (LRJ--STEP-SUB)                   26/10/15
971078     .                                                            26/10/15
971082                                                                  26/10/15
971086 LRJ--READ-RECOVERY-FILE.                                         26/10/15
971090     PERFORM LRJ--READ-RECOVERY                                   26/10/15
971094     IF LRJ--RECOVERY-WAS-FOUND                                   26/10/15
971098        AND LRJ--RECOVERY-TAG = "LRSIG "                          26/10/15
971102         PERFORM LRJ--READ-RECOVERY                               26/10/15
971106     .                                                            26/10/15
971110                                                                  26/10/15
971114 LRJ--READ-RECOVERY.                                              26/10/15
971118     MOVE "N" TO LRJ--RECOVERY-FOUND                              26/10/15
971122     READ LRJ--RECOVERY-FILE                                      26/10/15
971126         AT END                                                   26/10/15
971130             MOVE SPACES TO LRJ--RECOVERY-RECORD                  26/10/15
971134     .                                                            26/10/15
971138     IF LRJ--RECOVERY-STATUS = "00"                               26/10/15
971142         MOVE "Y" TO LRJ--RECOVERY-FOUND                          26/10/15
971146     .                                                            26/10/15
971150                                                                  26/10/15
971154*    THE STEP IS MARKED STARTED IN JOBSTAT BEFORE IT IS CALLED, SO26/10/15
971158*    A RUN THAT DIES WITH IT LEAVES A TRACE FOR THE RERUN TO FIND 26/10/15
971162 LRJ--RUN-STEP.                                                   26/10/15
971166     ADD 1 TO LRJ--STEP-RUNS (LRJ--STEP-SUB)                      26/10/15
971170     ACCEPT LRJ--CLOCK-DATE FROM DATE                             26/10/15
971174     ACCEPT LRJ--CLOCK-TIME FROM TIME                             26/10/15
971178     MOVE "S"            TO LRJ--STEP-STATE (LRJ--STEP-SUB)       26/10/15
971182     MOVE ZERO           TO LRJ--STEP-RC (LRJ--STEP-SUB)          26/10/15
971186     MOVE SPACES         TO LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)    26/10/15
971190     MOVE LRJ--CLOCK-DATE TO LRJ--STEP-SDATE (LRJ--STEP-SUB)      26/10/15
971194     MOVE LRJ--CLOCK-TIME TO LRJ--STEP-STIME (LRJ--STEP-SUB)      26/10/15
971198     MOVE ZERO           TO LRJ--STEP-EDATE (LRJ--STEP-SUB)       26/10/15
971202     MOVE ZERO           TO LRJ--STEP-ETIME (LRJ--STEP-SUB)       26/10/15
971206     MOVE ZERO           TO LRJ--STEP-TRANS (LRJ--STEP-SUB)       26/10/15
971210     PERFORM LRJ--WRITE-STATUS                                    26/10/15
971214     IF NOT LRJ--STATUS-IS-BAD                                    26/10/15
971218         DISPLAY "LR0905I Step started: "                         26/10/15
971222                 LRJ--STEP-NAME (LRJ--STEP-SUB) " "               26/10/15
971226                 LRJ--STEP-PROGRAM (LRJ--STEP-SUB)                26/10/15
971230         PERFORM LRJ--CALL-STEP                                   26/10/15
971234         PERFORM LRJ--RECORD-STEP                                 26/10/15
971238     .                                                            26/10/15
971242                                                                  26/10/15
971246 LRJ--CALL-STEP.                                                  26/10/15
971250     MOVE LRJ--STEP-PROGRAM (LRJ--STEP-SUB) TO LRJ--CALL-PROGRAM  26/10/15
971254     MOVE "STEP"   TO LRJ--CALL-OPERATION                         26/10/15
971258     MOVE SPACES   TO LRJ--CALL-FEEDBACK                          26/10/15
971262     MOVE LRJ--STEP-NAME (LRJ--STEP-SUB) TO LRJ--CALL-CORRELID    26/10/15
971266     MOVE "Y"      TO LRJ--CALL-DONE                              26/10/15
971270     MOVE ZERO     TO RETURN-CODE                                 26/10/15
971274     CALL LRJ--CALL-PROGRAM USING LRJ--CALL-CONTROL               26/10/15
971278         ON OVERFLOW                                              26/10/15
971282             MOVE "N" TO LRJ--CALL-DONE                           26/10/15
971286     .                                                            26/10/15
971290     MOVE RETURN-CODE TO LRJ--CALL-RC                             26/10/15
971294     MOVE ZERO TO RETURN-CODE                                     26/10/15
971298     .                                                            26/10/15
971302                                                                  26/10/15
971306*    TAKE THE OUTCOME OF THE STEP JUST CALLED FROM ITS            26/10/15
971310*    RETURN-CODE, THE FEEDBACK IT HANDED BACK AND ITS RUNFILE     26/10/15
971314*    RECORD                                                       26/10/15
971318 LRJ--RECORD-STEP.                                                26/10/15
971322     IF LRJ--CALL-WAS-DONE                                        26/10/15
971326         CANCEL LRJ--CALL-PROGRAM                                 26/10/15
971330     ELSE                                                         26/10/15
971334         DISPLAY "LR0915E Step program could not be called: "     26/10/15
971338                 LRJ--STEP-NAME (LRJ--STEP-SUB) " "               26/10/15
971342                 LRJ--STEP-PROGRAM (LRJ--STEP-SUB)                26/10/15
971346         MOVE "LOAD" TO LRJ--CALL-FEEDBACK                        26/10/15
971350     .                                                            26/10/15
971354     ACCEPT LRJ--CLOCK-DATE FROM DATE                             26/10/15
971358     ACCEPT LRJ--CLOCK-TIME FROM TIME                             26/10/15
971362     MOVE LRJ--CLOCK-DATE TO LRJ--STEP-EDATE (LRJ--STEP-SUB)      26/10/15
971366     MOVE LRJ--CLOCK-TIME TO LRJ--STEP-ETIME (LRJ--STEP-SUB)      26/10/15
971370     IF LRJ--CALL-RC < ZERO OR LRJ--CALL-RC > 9999                26/10/15
971374         MOVE 9999 TO LRJ--STEP-RC (LRJ--STEP-SUB)                26/10/15
971378     ELSE                                                         26/10/15
971382         MOVE LRJ--CALL-RC TO LRJ--STEP-RC (LRJ--STEP-SUB)        26/10/15
971386     .                                                            26/10/15
971390     MOVE LRJ--CALL-FEEDBACK TO LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)26/10/15
971394     PERFORM LRJ--FIND-RUN-RECORD                                 26/10/15
971398     IF LRJ--RUN-WAS-FOUND                                        26/10/15
971402         MOVE LRJ--RUN-TRANS TO LRJ--STEP-TRANS (LRJ--STEP-SUB)   26/10/15
971406         IF LRJ--STEP-FEEDBACK (LRJ--STEP-SUB) = SPACES           26/10/15
971410             MOVE LRJ--RUN-ABEND                                  26/10/15
971414               TO LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)              26/10/15
971418     .                                                            26/10/15
971422     MOVE LRJ--STEP-RC (LRJ--STEP-SUB) TO LRJ--DISPLAY-RC         26/10/15
971426     IF LRJ--STEP-FEEDBACK (LRJ--STEP-SUB) = SPACES               26/10/15
971430        AND LRJ--STEP-RC (LRJ--STEP-SUB)                          26/10/15
971434            NOT > LRJ--STEP-LIMIT (LRJ--STEP-SUB)                 26/10/15
971438         MOVE "C" TO LRJ--STEP-STATE (LRJ--STEP-SUB)              26/10/15
971442         DISPLAY "LR0909I Step complete: "                        26/10/15
971446                 LRJ--STEP-NAME (LRJ--STEP-SUB)                   26/10/15
971450                 " - return code " LRJ--DISPLAY-RC                26/10/15
971454     ELSE                                                         26/10/15
971458         MOVE "F" TO LRJ--STEP-STATE (LRJ--STEP-SUB)              26/10/15
971462         PERFORM LRJ--STEP-FAILED                                 26/10/15
971466     .                                                            26/10/15
971470     PERFORM LRJ--WRITE-STATUS                                    26/10/15
971474     .                                                            26/10/15
971478                                                                  26/10/15
971482 LRJ--STEP-FAILED.                                                26/10/15
971486     MOVE "Y" TO LRJ--STOPPED                                     26/10/15
971490     MOVE "N" TO LRJ--RESTARTABLE                                 26/10/15
971494     PERFORM LRJ--CHECK-CLASS                                     26/10/15
971498       VARYING LRJ--CLASS-SUB FROM 1 BY 1                         26/10/15
971502         UNTIL LRJ--CLASS-SUB > LRJ--RESTART-MAX                  26/10/15
971506     IF LRJ--STEP-FEEDBACK (LRJ--STEP-SUB) = "QSCE"               26/10/15
971510         DISPLAY "LR0912W Step quiesced - rerun the stream to"    26/10/15
971514                 " resume it: " LRJ--STEP-NAME (LRJ--STEP-SUB)    26/10/15
971518         IF LRJ--RETURN < 4                                       26/10/15
971522             MOVE 4 TO LRJ--RETURN                                26/10/15
971526         .                                                        26/10/15
971530     IF LRJ--STEP-FEEDBACK (LRJ--STEP-SUB) NOT = "QSCE"           26/10/15
971534         DISPLAY "LR0910E Step failed: "                          26/10/15
971538                 LRJ--STEP-NAME (LRJ--STEP-SUB)                   26/10/15
971542                 " - feedback " LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)26/10/15
971546                 " return code " LRJ--DISPLAY-RC                  26/10/15
971550         IF LRJ--CAN-RESTART                                      26/10/15
971554             IF LRJ--RETURN < 8                                   26/10/15
971558                 MOVE 8 TO LRJ--RETURN                            26/10/15
971562             .                                                    26/10/15
971566     IF NOT LRJ--CAN-RESTART                                      26/10/15
971570         DISPLAY "LR0911E Step feedback not restartable - stream" 26/10/15
971574                 " stopped: " LRJ--STEP-NAME (LRJ--STEP-SUB) " "  26/10/15
971578                 LRJ--STEP-FEEDBACK (LRJ--STEP-SUB)               26/10/15
971582         IF LRJ--RETURN < 12                                      26/10/15
971586             MOVE 12 TO LRJ--RETURN                               26/10/15
971590     .                                                            26/10/15
971594                                                                  26/10/15
971598*    THE LATEST RUNFILE RECORD OF THE STEP'S PROGRAM THAT BEGAN NO26/10/15
971602*    EARLIER THAN THE STEP DID                                    26/10/15
971606 LRJ--FIND-RUN-RECORD.                                            26/10/15
971610     MOVE "N" TO LRJ--RUN-FOUND                                   26/10/15
971614     MOVE "N" TO LRJ--RUNLOG-EOF                                  26/10/15
971618     COMPUTE LRJ--START-STAMP =                                   26/10/15
971622             LRJ--STEP-SDATE (LRJ--STEP-SUB) * 100000000          26/10/15
971626           + LRJ--STEP-STIME (LRJ--STEP-SUB)                      26/10/15
971630     OPEN INPUT LRJ--RUNLOG-FILE                                  26/10/15
971634     IF LRJ--RUNLOG-STATUS = "00"                                 26/10/15
971638        OR LRJ--RUNLOG-STATUS = "05"                              26/10/15
971642         PERFORM LRJ--READ-RUN                                    26/10/15
971646         PERFORM LRJ--TAKE-RUN                                    26/10/15
971650           UNTIL LRJ--RUNLOG-AT-END                               26/10/15
971654         CLOSE LRJ--RUNLOG-FILE                                   26/10/15
971658     .                                                            26/10/15
971662                                                                  26/10/15
971666 LRJ--READ-RUN.                                                   26/10/15
971670     READ LRJ--RUNLOG-FILE                                        26/10/15
971674         AT END                                                   26/10/15
971678             MOVE "Y" TO LRJ--RUNLOG-EOF                          26/10/15
971682     .                                                            26/10/15
971686     IF LRJ--RUNLOG-STATUS NOT = "00"                             26/10/15
971690        AND LRJ--RUNLOG-STATUS NOT = "10"                         26/10/15
971694         MOVE "Y" TO LRJ--RUNLOG-EOF                              26/10/15
971698     .                                                            26/10/15
971702                                                                  26/10/15
971706 LRJ--TAKE-RUN.                                                   26/10/15
971710     IF LRJ--IN-PROGRAM = LRJ--STEP-PROGRAM (LRJ--STEP-SUB)       26/10/15
971714        AND LRJ--IN-SDATE NUMERIC                                 26/10/15
971718        AND LRJ--IN-STIME NUMERIC                                 26/10/15
971722        AND LRJ--IN-EDATE NUMERIC                                 26/10/15
971726        AND LRJ--IN-ETIME NUMERIC                                 26/10/15
971730        AND LRJ--IN-TRANS NUMERIC                                 26/10/15
971734        AND LRJ--IN-CODE  NUMERIC                                 26/10/15
971738         COMPUTE LRJ--RUN-STAMP = LRJ--IN-SDATE * 100000000       26/10/15
971742                                + LRJ--IN-STIME                   26/10/15
971746         IF LRJ--RUN-STAMP NOT < LRJ--START-STAMP                 26/10/15
971750             MOVE "Y"           TO LRJ--RUN-FOUND                 26/10/15
971754             MOVE LRJ--IN-EDATE TO LRJ--RUN-EDATE                 26/10/15
971758             MOVE LRJ--IN-ETIME TO LRJ--RUN-ETIME                 26/10/15
971762             MOVE LRJ--IN-TRANS TO LRJ--RUN-TRANS                 26/10/15
971766             MOVE LRJ--IN-ABEND TO LRJ--RUN-ABEND                 26/10/15
971770             MOVE LRJ--IN-CODE  TO LRJ--RUN-CODE                  26/10/15
971774     .                                                            26/10/15
971778     PERFORM LRJ--READ-RUN                                        26/10/15
971782     .                                                            26/10/15
971786                                                                  26/10/15
971790*    JOBSTAT IS WRITTEN WHOLE AFTER EVERY CHANGE OF STEP STATE    26/10/15
971794 LRJ--WRITE-STATUS.                                               26/10/15
971798     OPEN OUTPUT LRJ--STATUS-FILE                                 26/10/15
971802     IF LRJ--STATUS-STATUS = "00"                                 26/10/15
971806         PERFORM LRJ--WRITE-STATUS-LINE                           26/10/15
971810           VARYING LRJ--SUB FROM 1 BY 1                           26/10/15
971814             UNTIL LRJ--SUB > LRJ--STEP-COUNT                     26/10/15
971818                OR LRJ--STATUS-STATUS NOT = "00"                  26/10/15
971822         CLOSE LRJ--STATUS-FILE                                   26/10/15
971826     .                                                            26/10/15
971830     IF LRJ--STATUS-STATUS NOT = "00"                             26/10/15
971834         DISPLAY "LR0916E JOBSTAT cannot be written - stream"     26/10/15
971838                 " stopped - file status " LRJ--STATUS-STATUS     26/10/15
971842         MOVE "Y" TO LRJ--STATUS-BAD                              26/10/15
971846         MOVE "Y" TO LRJ--STOPPED                                 26/10/15
971850         MOVE 16 TO LRJ--RETURN                                   26/10/15
971854     .                                                            26/10/15
971858                                                                  26/10/15
971862 LRJ--WRITE-STATUS-LINE.                                          26/10/15
971866     MOVE LRJ--STEP-NAME (LRJ--SUB)     TO LRJ--STAT-STEP         26/10/15
971870     MOVE LRJ--STEP-PROGRAM (LRJ--SUB)  TO LRJ--STAT-PROGRAM      26/10/15
971874     MOVE LRJ--STEP-STATE (LRJ--SUB)    TO LRJ--STAT-STATE        26/10/15
971878     MOVE LRJ--STEP-RC (LRJ--SUB)       TO LRJ--STAT-RC           26/10/15
971882     MOVE LRJ--STEP-FEEDBACK (LRJ--SUB) TO LRJ--STAT-FEEDBACK     26/10/15
971886     MOVE LRJ--STEP-SDATE (LRJ--SUB)    TO LRJ--STAT-SDATE        26/10/15
971890     MOVE LRJ--STEP-STIME (LRJ--SUB)    TO LRJ--STAT-STIME        26/10/15
971894     MOVE LRJ--STEP-EDATE (LRJ--SUB)    TO LRJ--STAT-EDATE        26/10/15
971898     MOVE LRJ--STEP-ETIME (LRJ--SUB)    TO LRJ--STAT-ETIME        26/10/15
971902     MOVE LRJ--STEP-TRANS (LRJ--SUB)    TO LRJ--STAT-TRANS        26/10/15
971906     MOVE LRJ--STEP-RUNS (LRJ--SUB)     TO LRJ--STAT-RUNS         26/10/15
971910     WRITE LRJ--STATUS-RECORD FROM LRJ--STATUS-LINE               26/10/15
971914     .                                                            26/10/15
971918                                                                  26/10/15
971922*    ONE LINE PER STEP FOR THE OPERATOR LOG: WHAT THIS RUN DID    26/10/15
971926*    WITH IT AND WHERE IT STANDS                                  26/10/15
971930 LRJ--PRINT-SUMMARY.                                              26/10/15
971934     DISPLAY "LR0918I Step summary"                               26/10/15
971938     DISPLAY LRJ--SUMMARY-HEADING                                 26/10/15
971942     PERFORM LRJ--PRINT-STEP                                      26/10/15
971946       VARYING LRJ--STEP-SUB FROM 1 BY 1                          26/10/15
971950         UNTIL LRJ--STEP-SUB > LRJ--STEP-COUNT                    26/10/15
971954     .                                                            26/10/15
971958                                                                  26/10/15
971962 LRJ--PRINT-STEP.                                                 26/10/15
971966     MOVE LRJ--STEP-NAME (LRJ--STEP-SUB)     TO LRJ--OUT-STEP     26/10/15
971970     MOVE LRJ--STEP-PROGRAM (LRJ--STEP-SUB)  TO LRJ--OUT-PROGRAM  26/10/15
971974     MOVE LRJ--STEP-ACTION (LRJ--STEP-SUB)   TO LRJ--OUT-ACTION   26/10/15
971978     MOVE LRJ--STEP-RC (LRJ--STEP-SUB)       TO LRJ--OUT-RC       26/10/15
971982     MOVE LRJ--STEP-FEEDBACK (LRJ--STEP-SUB) TO LRJ--OUT-FEEDBACK 26/10/15
971986     MOVE LRJ--STEP-RUNS (LRJ--STEP-SUB)     TO LRJ--OUT-RUNS     26/10/15
971990     MOVE LRJ--STEP-TRANS (LRJ--STEP-SUB)    TO LRJ--OUT-TRANS    26/10/15
971994     IF LRJ--STEP-STATE (LRJ--STEP-SUB) = "C"                     26/10/15
971998         MOVE "COMPLETE" TO LRJ--OUT-RESULT                       26/10/15
972002     ELSE                                                         26/10/15
972006     IF LRJ--STEP-STATE (LRJ--STEP-SUB) = "F"                     26/10/15
972010         MOVE "FAILED"   TO LRJ--OUT-RESULT                       26/10/15
972014     ELSE                                                         26/10/15
972018     IF LRJ--STEP-STATE (LRJ--STEP-SUB) = "S"                     26/10/15
972022         MOVE "STARTED"  TO LRJ--OUT-RESULT                       26/10/15
972026     ELSE                                                         26/10/15
972030         MOVE "PENDING"  TO LRJ--OUT-RESULT                       26/10/15
972034     .                                                            26/10/15
972038     MOVE SPACES TO LRJ--OUT-STARTED                              26/10/15
972042     MOVE SPACES TO LRJ--OUT-ENDED                                26/10/15
972046     IF LRJ--STEP-SDATE (LRJ--STEP-SUB) NOT = ZERO                26/10/15
972050         MOVE LRJ--STEP-STIME (LRJ--STEP-SUB) TO LRJ--TIME-VALUE  26/10/15
972054         PERFORM LRJ--FORMAT-CLOCK                                26/10/15
972058         MOVE LRJ--CLOCK-LINE TO LRJ--OUT-STARTED                 26/10/15
972062     .                                                            26/10/15
972066     IF LRJ--STEP-EDATE (LRJ--STEP-SUB) NOT = ZERO                26/10/15
972070         MOVE LRJ--STEP-ETIME (LRJ--STEP-SUB) TO LRJ--TIME-VALUE  26/10/15
972074         PERFORM LRJ--FORMAT-CLOCK                                26/10/15
972078         MOVE LRJ--CLOCK-LINE TO LRJ--OUT-ENDED                   26/10/15
972082     .                                                            26/10/15
972086     DISPLAY LRJ--SUMMARY-LINE                                    26/10/15
972090     .                                                            26/10/15
972094                                                                  26/10/15
972098 LRJ--FORMAT-CLOCK.                                               26/10/15
972102     MOVE LRJ--TIME-HH TO LRJ--OUT-HH                             26/10/15
972106     MOVE LRJ--TIME-MI TO LRJ--OUT-MI                             26/10/15
972110     MOVE LRJ--TIME-SS TO LRJ--OUT-SS                             26/10/15
972114     .                                                            26/10/15
972118:close                                                            26/10/15
972122:endif                                                            26/10/15
972126                                                                  26/10/15
972130!  With -opt:generations, generate the generation housekeeping    26/10/15
972134!  program.  Like lrtrend it does not depend on the dialog: every 26/10/15
972138!  program built with -opt:generations lists its files in the same26/10/15
972142!  GENCAT, and lrretain housekeeps the lot, program by program.   26/10/15
972146                                                                  26/10/15
972150:if "$generations" = "yes"                                        26/10/15
972154:output lrretain.$ext                                             26/10/15
972158:echo "lr I: building lrretain.$ext generation housekeeping..."   26/10/15
972162 IDENTIFICATION DIVISION.                                         26/10/15
972166 PROGRAM-ID.    LRRETAIN.                                         26/10/15
972170                                                                  26/10/15
972174*----------------------------------------------------------------*26/10/15
972178*  lrretain.$ext - generation housekeeping over GENCAT           *26/10/15
972182*  Generated by Libero $version on $fulldate, $time.             *26/10/15
972186*  Schema file used: $schema                                     *26/10/15
972190*                                                                *26/10/15
972194*  Purged data sets are deleted through the CBL_CHECK_FILE_EXIST *26/10/15
972198*  and CBL_DELETE_FILE library routines, which the COBOL runtime *26/10/15
972202*  must provide.  With LRRETLIST=Y neither is called.            *26/10/15
972206*                                                                *26/10/15
972210*  Programs built with -opt:generations write their trace,       *26/10/15
972214*  journal, profile, timing, dump and reject files as dated,     *26/10/15
972218*  numbered generations, each listed in GENCAT.  For every       *26/10/15
972222*  program lrretain keeps the generations its rule asks for,     *26/10/15
972226*  deletes the data sets of the others, lists each one purged in *26/10/15
972230*  RETFILE and rewrites GENCAT without them.  A generation - all *26/10/15
972234*  of its files together - is kept when it is one of the         *26/10/15
972238*  program's last n generations or when its run started no more  *26/10/15
972242*  than n days ago, so the journal and reject file of every run  *26/10/15
972246*  inside the retention period stay on file.                     *26/10/15
972250*                                                                *26/10/15
972254*  RETPARM holds one rule per line: program name in columns      *26/10/15
972258*  1-12, generations to keep in columns 14-17 and days to keep   *26/10/15
972262*  in columns 19-22 (either may be blank, not both).  A program  *26/10/15
972266*  name of * sets the rule for programs not listed; a program    *26/10/15
972270*  with no rule keeps every generation.  Lines with ! in column  *26/10/15
972274*  1 are comments.  Set LRRETLIST=Y to list what would be        *26/10/15
972278*  purged without deleting anything.                             *26/10/15
972282*                                                                *26/10/15
972286*  Run it while none of the programs is running: GENCAT is read  *26/10/15
972290*  twice and rewritten from RETWORK.  A data set that cannot be  *26/10/15
972294*  deleted stays in GENCAT for the next run; one already gone    *26/10/15
972298*  is dropped from it.                                           *26/10/15
972302*                                                                *26/10/15
972306*  Return code 0 clean, 4 warnings, 8 when GENCAT cannot be      *26/10/15
972310*  read or rewritten.                                            *26/10/15
972314*----------------------------------------------------------------*26/10/15
972318                                                                  26/10/15
972322 ENVIRONMENT DIVISION.                                            26/10/15
972326                                                                  26/10/15
972330 CONFIGURATION SECTION.                                           26/10/15
972334 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
972338 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
972342                                                                  26/10/15
972346 INPUT-OUTPUT SECTION.                                            26/10/15
972350                                                                  26/10/15
972354 FILE-CONTROL.                                                    26/10/15
972358     SELECT OPTIONAL LRK--CATALOG-FILE                            26/10/15
972362                             ASSIGN TO "GENCAT"                   26/10/15
972366                             ORGANIZATION IS SEQUENTIAL           26/10/15
972370                             FILE STATUS IS LRK--CATALOG-STATUS.  26/10/15
972374     SELECT OPTIONAL LRK--RULE-FILE                               26/10/15
972378                             ASSIGN TO "RETPARM"                  26/10/15
972382                             ORGANIZATION IS SEQUENTIAL           26/10/15
972386                             FILE STATUS IS LRK--RULE-STATUS.     26/10/15
972390     SELECT LRK--WORK-FILE      ASSIGN TO "RETWORK"               26/10/15
972394                                 ORGANIZATION IS SEQUENTIAL       26/10/15
972398                             FILE STATUS IS LRK--WORK-STATUS.     26/10/15
972402     SELECT LRK--REPORT-FILE    ASSIGN TO "RETFILE"               26/10/15
972406                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
972410                                                                  26/10/15
972414 DATA DIVISION.                                                   26/10/15
972418                                                                  26/10/15
972422 FILE SECTION.                                                    26/10/15
972426                                                                  26/10/15
972430 FD  LRK--CATALOG-FILE                                            26/10/15
972434     LABEL RECORDS ARE STANDARD.                                  26/10/15
972438 01  LRK--CATALOG-RECORD.                                         26/10/15
972442     02  LRK--CAT-PROGRAM        PIC X(12).                       26/10/15
972446     02  FILLER                  PIC X.                           26/10/15
972450     02  LRK--CAT-NUMBER         PIC 9(4).                        26/10/15
972454     02  FILLER                  PIC X.                           26/10/15
972458     02  LRK--CAT-SDATE          PIC 9(6).                        26/10/15
972462     02  LRK--CAT-SDATE-X        REDEFINES LRK--CAT-SDATE.        26/10/15
972466         03  LRK--CAT-SDATE-YY   PIC 99.                          26/10/15
972470         03  LRK--CAT-SDATE-MM   PIC 99.                          26/10/15
972474         03  LRK--CAT-SDATE-DD   PIC 99.                          26/10/15
972478     02  FILLER                  PIC X.                           26/10/15
972482     02  LRK--CAT-STIME          PIC 9(8).                        26/10/15
972486     02  LRK--CAT-STIME-X        REDEFINES LRK--CAT-STIME.        26/10/15
972490         03  LRK--CAT-HHMMSS     PIC 9(6).                        26/10/15
972494         03  FILLER              PIC 99.                          26/10/15
972498     02  FILLER                  PIC X.                           26/10/15
972502     02  LRK--CAT-DDNAME         PIC X(8).                        26/10/15
972506     02  FILLER                  PIC X.                           26/10/15
972510     02  LRK--CAT-DATASET        PIC X(80).                       26/10/15
972514     02  FILLER                  PIC X(5).                        26/10/15
972518*    PROGRAM, NUMBER AND START STAMP: ONE GENERATION              26/10/15
972522 01  LRK--CATALOG-KEY-VIEW.                                       26/10/15
972526     02  LRK--CAT-KEY            PIC X(33).                       26/10/15
972530     02  FILLER                  PIC X(95).                       26/10/15
972534                                                                  26/10/15
972538 FD  LRK--RULE-FILE                                               26/10/15
972542     LABEL RECORDS ARE STANDARD.                                  26/10/15
972546 01  LRK--RULE-RECORD.                                            26/10/15
972550     02  LRK--PARM-PROGRAM       PIC X(12).                       26/10/15
972554     02  LRK--PARM-PROGRAM-X     REDEFINES LRK--PARM-PROGRAM.     26/10/15
972558         03  LRK--PARM-MARK      PIC X.                           26/10/15
972562         03  FILLER              PIC X(11).                       26/10/15
972566     02  FILLER                  PIC X.                           26/10/15
972570     02  LRK--PARM-GENS          PIC X(4).                        26/10/15
972574     02  LRK--PARM-GENS-9        REDEFINES LRK--PARM-GENS         26/10/15
972578                                 PIC 9(4).                        26/10/15
972582     02  FILLER                  PIC X.                           26/10/15
972586     02  LRK--PARM-DAYS          PIC X(4).                        26/10/15
972590     02  LRK--PARM-DAYS-9        REDEFINES LRK--PARM-DAYS         26/10/15
972594                                 PIC 9(4).                        26/10/15
972598     02  FILLER                  PIC X(58).                       26/10/15
972602                                                                  26/10/15
972606 FD  LRK--WORK-FILE                                               26/10/15
972610     LABEL RECORDS ARE STANDARD.                                  26/10/15
972614 01  LRK--WORK-RECORD           PIC X(128).                       26/10/15
972618                                                                  26/10/15
972622 FD  LRK--REPORT-FILE                                             26/10/15
972626     LABEL RECORDS ARE STANDARD.                                  26/10/15
972630 01  LRK--REPORT-RECORD         PIC X(132).                       26/10/15
972634                                                                  26/10/15
972638 WORKING-STORAGE SECTION.                                         26/10/15
972642                                                                  26/10/15
972646 01  LRK--CONTROL.                                                26/10/15
972650     02  LRK--CATALOG-STATUS     PIC XX     VALUE "00".           26/10/15
972654     02  LRK--RULE-STATUS        PIC XX     VALUE "00".           26/10/15
972658     02  LRK--WORK-STATUS        PIC XX     VALUE "00".           26/10/15
972662     02  LRK--CATALOG-EOF        PIC X      VALUE "N".            26/10/15
972666         88  LRK--CATALOG-AT-END            VALUE "Y".            26/10/15
972670     02  LRK--RULE-EOF           PIC X      VALUE "N".            26/10/15
972674         88  LRK--RULE-AT-END               VALUE "Y".            26/10/15
972678     02  LRK--WORK-EOF           PIC X      VALUE "N".            26/10/15
972682         88  LRK--WORK-AT-END               VALUE "Y".            26/10/15
972686     02  LRK--LIST-ONLY          PIC X      VALUE "N".            26/10/15
972690         88  LRK--IS-LIST-ONLY              VALUE "Y".            26/10/15
972694     02  LRK--ENTRY-VALID        PIC X      VALUE "Y".            26/10/15
972698         88  LRK--ENTRY-IS-VALID            VALUE "Y".            26/10/15
972702     02  LRK--ADDING             PIC X      VALUE "Y".            26/10/15
972706         88  LRK--IS-ADDING                 VALUE "Y".            26/10/15
972710     02  LRK--TABLE-FULL         PIC X      VALUE "N".            26/10/15
972714     02  LRK--FAILED             PIC X      VALUE "N".            26/10/15
972718         88  LRK--HAS-FAILED                VALUE "Y".            26/10/15
972722     02  LRK--DEFAULT-SET        PIC X      VALUE "N".            26/10/15
972726     02  LRK--DEFAULT-GENS       PIC 9(4)   VALUE ZERO.           26/10/15
972730     02  LRK--DEFAULT-DAYS       PIC 9(4)   VALUE ZERO.           26/10/15
972734     02  LRK--ENTRIES-READ       PIC S9(9)  COMP VALUE ZERO.      26/10/15
972738     02  LRK--ENTRIES-SKIPPED    PIC S9(9)  COMP VALUE ZERO.      26/10/15
972742     02  LRK--ENTRIES-PURGED     PIC S9(9)  COMP VALUE ZERO.      26/10/15
972746     02  LRK--GENS-PURGED        PIC S9(9)  COMP VALUE ZERO.      26/10/15
972750     02  LRK--NEWER              PIC S9(9)  COMP VALUE ZERO.      26/10/15
972754     02  LRK--AGE                PIC S9(9)  COMP VALUE ZERO.      26/10/15
972758     02  LRK--CALL-RESULT        PIC S9(9)  COMP VALUE ZERO.      26/10/15
972762     02  LRK--RETURN             PIC S9(4)  COMP VALUE ZERO.      26/10/15
972766     02  LRK--SUB                PIC S9(4)  COMP VALUE ZERO.      26/10/15
972770     02  LRK--ITEM               PIC S9(4)  COMP VALUE ZERO.      26/10/15
972774     02  LRK--PROG-SUB           PIC S9(4)  COMP VALUE ZERO.      26/10/15
972778     02  LRK--RULE-SUB           PIC S9(4)  COMP VALUE ZERO.      26/10/15
972782     02  LRK--DISPLAY-COUNT      PIC Z(8)9.                       26/10/15
972786     02  LRK--DISPLAY-MORE       PIC Z(8)9.                       26/10/15
972790                                                                  26/10/15
972794*    THE DATA SET NAME AS PASSED TO THE FILE ROUTINES, AND THE    26/10/15
972798*    DETAILS AREA THE EXISTENCE CHECK FILLS IN                    26/10/15
972802 01  LRK--DATASET                PIC X(81)  VALUE SPACES.         26/10/15
972806 01  LRK--FILE-DETAILS           PIC X(16)  VALUE SPACES.         26/10/15
972810                                                                  26/10/15
972814*    RETENTION RULES FROM RETPARM                                 26/10/15
972818 01  LRK--RULES.                                                  26/10/15
972822     02  LRK--RULE-COUNT         PIC S9(4)  COMP VALUE ZERO.      26/10/15
972826     02  LRK--RULE-ENTRY         OCCURS 200 TIMES.                26/10/15
972830         03  LRK--RULE-PROGRAM   PIC X(12).                       26/10/15
972834         03  LRK--RULE-GENS      PIC 9(4).                        26/10/15
972838         03  LRK--RULE-DAYS      PIC 9(4).                        26/10/15
972842                                                                  26/10/15
972846*    PROGRAMS FOUND IN GENCAT: GENERATIONS COUNTED ON THE FIRST   26/10/15
972850*    PASS, AND ON THE SECOND THE RULE'S VERDICT ON THE CURRENT ONE26/10/15
972854 01  LRK--PROGRAMS.                                               26/10/15
972858     02  LRK--PROG-COUNT         PIC S9(4)  COMP VALUE ZERO.      26/10/15
972862     02  LRK--PROG-ENTRY         OCCURS 200 TIMES.                26/10/15
972866         03  LRK--PROG-NAME      PIC X(12).                       26/10/15
972870         03  LRK--PROG-HAS-RULE  PIC X.                           26/10/15
972874         03  LRK--PROG-KEEP-GENS PIC 9(4).                        26/10/15
972878         03  LRK--PROG-KEEP-DAYS PIC 9(4).                        26/10/15
972882         03  LRK--PROG-TOTAL     PIC S9(9)  COMP.                 26/10/15
972886         03  LRK--PROG-SEEN      PIC S9(9)  COMP.                 26/10/15
972890         03  LRK--PROG-KEPT      PIC S9(9)  COMP.                 26/10/15
972894         03  LRK--PROG-PURGED    PIC S9(9)  COMP.                 26/10/15
972898         03  LRK--PROG-LAST-KEY  PIC X(33).                       26/10/15
972902         03  LRK--PROG-KEEPING   PIC X.                           26/10/15
972906                                                                  26/10/15
972910 01  LRK--DATE-WORK.                                              26/10/15
972914     02  LRK--TODAY              PIC 9(6).                        26/10/15
972918     02  LRK--TODAY-X            REDEFINES LRK--TODAY.            26/10/15
972922         03  LRK--TODAY-YY       PIC 99.                          26/10/15
972926         03  LRK--TODAY-MM       PIC 99.                          26/10/15
972930         03  LRK--TODAY-DD       PIC 99.                          26/10/15
972934     02  LRK--TODAY-NUMBER       PIC S9(9)  COMP.                 26/10/15
972938     02  LRK--DATE-YY            PIC 99.                          26/10/15
972942     02  LRK--DATE-MM            PIC 99.                          26/10/15
972946     02  LRK--DATE-DD            PIC 99.                          26/10/15
972950     02  LRK--CCYY               PIC S9(4)  COMP.                 26/10/15
972954     02  LRK--CAL-YEAR           PIC S9(4)  COMP.                 26/10/15
972958     02  LRK--CAL-MONTH          PIC S9(4)  COMP.                 26/10/15
972962     02  LRK--QUADS              PIC S9(4)  COMP.                 26/10/15
972966     02  LRK--CENTURIES          PIC S9(4)  COMP.                 26/10/15
972970     02  LRK--QUAD-CENTURIES     PIC S9(4)  COMP.                 26/10/15
972974     02  LRK--MONTH-DAYS         PIC S9(4)  COMP.                 26/10/15
972978     02  LRK--DAY-NUMBER         PIC S9(9)  COMP.                 26/10/15
972982                                                                  26/10/15
972986 01  LRK--TITLE-LINE.                                             26/10/15
972990     02  FILLER                  PIC X(44)  VALUE                 26/10/15
972994         "GENERATION HOUSEKEEPING - GENCAT".                      26/10/15
972998     02  LRK--TITLE-MODE         PIC X(10)  VALUE SPACES.         26/10/15
973002     02  FILLER                  PIC X(6)   VALUE " DATE ".       26/10/15
973006     02  LRK--TITLE-DATE         PIC 99/99/99.                    26/10/15
973010     02  FILLER                  PIC X(64)  VALUE SPACES.         26/10/15
973014                                                                  26/10/15
973018 01  LRK--HEADING-LINE.                                           26/10/15
973022     02  FILLER                  PIC X(18)  VALUE                 26/10/15
973026         "PROGRAM      GEN".                                      26/10/15
973030     02  FILLER                  PIC X(14)  VALUE "STARTED".      26/10/15
973034     02  FILLER                  PIC X(19)  VALUE                 26/10/15
973038         "FILE     RESULT".                                       26/10/15
973042     02  FILLER                  PIC X(81)  VALUE "DATA SET".     26/10/15
973046                                                                  26/10/15
973050 01  LRK--DETAIL-LINE.                                            26/10/15
973054     02  LRK--OUT-PROGRAM        PIC X(12).                       26/10/15
973058     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973062     02  LRK--OUT-NUMBER         PIC 9(4).                        26/10/15
973066     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973070     02  LRK--OUT-SDATE          PIC 9(6).                        26/10/15
973074     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973078     02  LRK--OUT-STIME          PIC 9(6).                        26/10/15
973082     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973086     02  LRK--OUT-DDNAME         PIC X(8).                        26/10/15
973090     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973094     02  LRK--OUT-RESULT         PIC X(9).                        26/10/15
973098     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973102     02  LRK--OUT-DATASET        PIC X(80).                       26/10/15
973106     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973110                                                                  26/10/15
973114 01  LRK--SUMMARY-HEADING.                                        26/10/15
973118     02  FILLER                  PIC X(14)  VALUE "PROGRAM".      26/10/15
973122     02  FILLER                  PIC X(18)  VALUE                 26/10/15
973126         "KEEP GENS  DAYS".                                       26/10/15
973130     02  FILLER                  PIC X(30)  VALUE                 26/10/15
973134         "    FOUND      KEPT    PURGED".                         26/10/15
973138     02  FILLER                  PIC X(70)  VALUE SPACES.         26/10/15
973142                                                                  26/10/15
973146 01  LRK--SUMMARY-LINE.                                           26/10/15
973150     02  LRK--SUM-PROGRAM        PIC X(12).                       26/10/15
973154     02  FILLER                  PIC X(7)   VALUE SPACES.         26/10/15
973158     02  LRK--SUM-GENS           PIC Z(3)9  BLANK WHEN ZERO.      26/10/15
973162     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
973166     02  LRK--SUM-DAYS           PIC Z(3)9  BLANK WHEN ZERO.      26/10/15
973170     02  FILLER                  PIC X(3)   VALUE SPACES.         26/10/15
973174     02  LRK--SUM-FOUND          PIC Z(8)9.                       26/10/15
973178     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973182     02  LRK--SUM-KEPT           PIC Z(8)9.                       26/10/15
973186     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973190     02  LRK--SUM-PURGED         PIC Z(8)9.                       26/10/15
973194     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
973198     02  LRK--SUM-NOTE           PIC X(20).                       26/10/15
973202     02  FILLER                  PIC X(50)  VALUE SPACES.         26/10/15
973206                                                                  26/10/15
973210 PROCEDURE DIVISION.                                              26/10/15
973214                                                                  26/10/15
973218 LRK--MAIN.                                                       26/10/15
973222     ACCEPT LRK--LIST-ONLY FROM ENVIRONMENT "LRRETLIST"           26/10/15
973226     ACCEPT LRK--TODAY FROM DATE                                  26/10/15
973230     MOVE LRK--TODAY-YY TO LRK--DATE-YY                           26/10/15
973234     MOVE LRK--TODAY-MM TO LRK--DATE-MM                           26/10/15
973238     MOVE LRK--TODAY-DD TO LRK--DATE-DD                           26/10/15
973242     PERFORM LRK--NUMBER-THE-DAY                                  26/10/15
973246     MOVE LRK--DAY-NUMBER TO LRK--TODAY-NUMBER                    26/10/15
973250     PERFORM LRK--LOAD-RULES                                      26/10/15
973254     PERFORM LRK--COUNT-GENERATIONS                               26/10/15
973258     IF LRK--CATALOG-STATUS NOT = "00"                            26/10/15
973262        AND LRK--CATALOG-STATUS NOT = "05"                        26/10/15
973266        AND LRK--CATALOG-STATUS NOT = "10"                        26/10/15
973270         DISPLAY "LR1010E GENCAT cannot be read - file status "   26/10/15
973274                 LRK--CATALOG-STATUS                              26/10/15
973278         MOVE 8 TO RETURN-CODE                                    26/10/15
973282         STOP RUN                                                 26/10/15
973286     .                                                            26/10/15
973290     OPEN OUTPUT LRK--REPORT-FILE                                 26/10/15
973294     MOVE LRK--TODAY TO LRK--TITLE-DATE                           26/10/15
973298     IF LRK--IS-LIST-ONLY                                         26/10/15
973302         MOVE "LIST ONLY" TO LRK--TITLE-MODE                      26/10/15
973306     .                                                            26/10/15
973310     WRITE LRK--REPORT-RECORD FROM LRK--TITLE-LINE                26/10/15
973314     MOVE SPACES TO LRK--REPORT-RECORD                            26/10/15
973318     WRITE LRK--REPORT-RECORD                                     26/10/15
973322     WRITE LRK--REPORT-RECORD FROM LRK--HEADING-LINE              26/10/15
973326     MOVE "N" TO LRK--ADDING                                      26/10/15
973330     PERFORM LRK--SELECT-GENERATIONS                              26/10/15
973334     IF LRK--CATALOG-STATUS NOT = "00"                            26/10/15
973338        AND LRK--CATALOG-STATUS NOT = "05"                        26/10/15
973342        AND LRK--CATALOG-STATUS NOT = "10"                        26/10/15
973346         DISPLAY "LR1010E GENCAT cannot be read - file status "   26/10/15
973350                 LRK--CATALOG-STATUS                              26/10/15
973354         MOVE "Y" TO LRK--FAILED                                  26/10/15
973358     .                                                            26/10/15
973362     PERFORM LRK--PRINT-SUMMARY                                   26/10/15
973366     CLOSE LRK--REPORT-FILE                                       26/10/15
973370     MOVE LRK--ENTRIES-READ TO LRK--DISPLAY-COUNT                 26/10/15
973374     DISPLAY "LR1001I Generation housekeeping - catalog entries"  26/10/15
973378             " read:" LRK--DISPLAY-COUNT                          26/10/15
973382     IF LRK--ENTRIES-SKIPPED > ZERO                               26/10/15
973386         MOVE LRK--ENTRIES-SKIPPED TO LRK--DISPLAY-COUNT          26/10/15
973390         DISPLAY "LR1008W GENCAT entries unreadable - kept:"      26/10/15
973394                 LRK--DISPLAY-COUNT                               26/10/15
973398         MOVE 4 TO LRK--RETURN                                    26/10/15
973402     .                                                            26/10/15
973406     MOVE LRK--GENS-PURGED TO LRK--DISPLAY-COUNT                  26/10/15
973410     MOVE LRK--ENTRIES-PURGED TO LRK--DISPLAY-MORE                26/10/15
973414     DISPLAY "LR1004I Generations purged:" LRK--DISPLAY-COUNT     26/10/15
973418             " - data sets listed in RETFILE:" LRK--DISPLAY-MORE  26/10/15
973422     IF LRK--HAS-FAILED                                           26/10/15
973426         MOVE 8 TO LRK--RETURN                                    26/10/15
973430     ELSE                                                         26/10/15
973434     IF LRK--IS-LIST-ONLY                                         26/10/15
973438         DISPLAY "LR1011I List only (LRRETLIST=Y) - nothing"      26/10/15
973442                 " deleted"                                       26/10/15
973446     ELSE                                                         26/10/15
973450     IF LRK--ENTRIES-PURGED > ZERO                                26/10/15
973454         PERFORM LRK--REWRITE-CATALOG                             26/10/15
973458     .                                                            26/10/15
973462     MOVE LRK--RETURN TO RETURN-CODE                              26/10/15
973466     STOP RUN                                                     26/10/15
973470     .                                                            26/10/15
973474                                                                  26/10/15
973478*    RULES BY PROGRAM FROM RETPARM; WITHOUT RETPARM NOTHING IS    26/10/15
973482*    PURGED                                                       26/10/15
973486 LRK--LOAD-RULES.                                                 26/10/15
973490     OPEN INPUT LRK--RULE-FILE                                    26/10/15
973494     IF LRK--RULE-STATUS = "00"                                   26/10/15
973498        OR LRK--RULE-STATUS = "05"                                26/10/15
973502         PERFORM LRK--READ-RULE                                   26/10/15
973506         PERFORM LRK--TAKE-RULE                                   26/10/15
973510           UNTIL LRK--RULE-AT-END                                 26/10/15
973514         CLOSE LRK--RULE-FILE                                     26/10/15
973518     ELSE                                                         26/10/15
973522         DISPLAY "LR1003W Retention rules unusable - every"       26/10/15
973526                 " generation kept - file status "                26/10/15
973530                 LRK--RULE-STATUS                                 26/10/15
973534         MOVE 4 TO LRK--RETURN                                    26/10/15
973538     .                                                            26/10/15
973542                                                                  26/10/15
973546 LRK--READ-RULE.                                                  26/10/15
973550     READ LRK--RULE-FILE                                          26/10/15
973554         AT END                                                   26/10/15
973558             MOVE "Y" TO LRK--RULE-EOF                            26/10/15
973562     .                                                            26/10/15
973566     IF LRK--RULE-STATUS NOT = "00"                               26/10/15
973570        AND LRK--RULE-STATUS NOT = "10"                           26/10/15
973574         DISPLAY "LR1003W Retention rules unusable - every"       26/10/15
973578                 " generation kept - file status "                26/10/15
973582                 LRK--RULE-STATUS                                 26/10/15
973586         MOVE "Y" TO LRK--RULE-EOF                                26/10/15
973590         MOVE ZERO TO LRK--RULE-COUNT                             26/10/15
973594         MOVE "N" TO LRK--DEFAULT-SET                             26/10/15
973598         MOVE 4 TO LRK--RETURN                                    26/10/15
973602     .                                                            26/10/15
973606                                                                  26/10/15
973610 LRK--TAKE-RULE.                                                  26/10/15
973614     IF LRK--PARM-PROGRAM NOT = SPACES                            26/10/15
973618        AND LRK--PARM-MARK NOT = "!"                              26/10/15
973622         PERFORM LRK--STORE-RULE                                  26/10/15
973626     .                                                            26/10/15
973630     PERFORM LRK--READ-RULE                                       26/10/15
973634     .                                                            26/10/15
973638                                                                  26/10/15
973642 LRK--STORE-RULE.                                                 26/10/15
973646     INSPECT LRK--PARM-GENS REPLACING LEADING SPACES BY ZERO      26/10/15
973650     INSPECT LRK--PARM-DAYS REPLACING LEADING SPACES BY ZERO      26/10/15
973654     IF LRK--PARM-GENS-9 NOT NUMERIC                              26/10/15
973658        OR LRK--PARM-DAYS-9 NOT NUMERIC                           26/10/15
973662        OR (LRK--PARM-GENS-9 = ZERO AND LRK--PARM-DAYS-9 = ZERO)  26/10/15
973666        OR LRK--RULE-COUNT = 200                                  26/10/15
973670         DISPLAY "LR1002W Retention rule line ignored: "          26/10/15
973674                 LRK--RULE-RECORD                                 26/10/15
973678         MOVE 4 TO LRK--RETURN                                    26/10/15
973682     ELSE                                                         26/10/15
973686     IF LRK--PARM-PROGRAM = "*"                                   26/10/15
973690         MOVE "Y" TO LRK--DEFAULT-SET                             26/10/15
973694         MOVE LRK--PARM-GENS-9 TO LRK--DEFAULT-GENS               26/10/15
973698         MOVE LRK--PARM-DAYS-9 TO LRK--DEFAULT-DAYS               26/10/15
973702     ELSE                                                         26/10/15
973706         ADD 1 TO LRK--RULE-COUNT                                 26/10/15
973710         MOVE LRK--RULE-COUNT TO LRK--SUB                         26/10/15
973714         MOVE LRK--PARM-PROGRAM TO LRK--RULE-PROGRAM (LRK--SUB)   26/10/15
973718         MOVE LRK--PARM-GENS-9  TO LRK--RULE-GENS (LRK--SUB)      26/10/15
973722         MOVE LRK--PARM-DAYS-9  TO LRK--RULE-DAYS (LRK--SUB)      26/10/15
973726     .                                                            26/10/15
973730                                                                  26/10/15
973734*    FIRST PASS: THE PROGRAMS IN GENCAT AND HOW MANY GENERATIONS  26/10/15
973738*    EACH HAS                                                     26/10/15
973742 LRK--COUNT-GENERATIONS.                                          26/10/15
973746     MOVE "N" TO LRK--CATALOG-EOF                                 26/10/15
973750     OPEN INPUT LRK--CATALOG-FILE                                 26/10/15
973754     IF LRK--CATALOG-STATUS = "00"                                26/10/15
973758        OR LRK--CATALOG-STATUS = "05"                             26/10/15
973762         PERFORM LRK--READ-CATALOG                                26/10/15
973766         PERFORM LRK--COUNT-ENTRY                                 26/10/15
973770           UNTIL LRK--CATALOG-AT-END                              26/10/15
973774         CLOSE LRK--CATALOG-FILE                                  26/10/15
973778     .                                                            26/10/15
973782                                                                  26/10/15
973786 LRK--READ-CATALOG.                                               26/10/15
973790     READ LRK--CATALOG-FILE                                       26/10/15
973794         AT END                                                   26/10/15
973798             MOVE "Y" TO LRK--CATALOG-EOF                         26/10/15
973802     .                                                            26/10/15
973806     IF LRK--CATALOG-STATUS NOT = "00"                            26/10/15
973810        AND LRK--CATALOG-STATUS NOT = "10"                        26/10/15
973814         MOVE "Y" TO LRK--CATALOG-EOF                             26/10/15
973818     .                                                            26/10/15
973822                                                                  26/10/15
973826 LRK--COUNT-ENTRY.                                                26/10/15
973830     PERFORM LRK--CHECK-ENTRY                                     26/10/15
973834     IF LRK--ENTRY-IS-VALID                                       26/10/15
973838         PERFORM LRK--FIND-PROGRAM                                26/10/15
973842     .                                                            26/10/15
973846     IF LRK--ENTRY-IS-VALID                                       26/10/15
973850        AND LRK--PROG-SUB > ZERO                                  26/10/15
973854        AND LRK--CAT-KEY NOT = LRK--PROG-LAST-KEY (LRK--PROG-SUB) 26/10/15
973858         MOVE LRK--CAT-KEY TO LRK--PROG-LAST-KEY (LRK--PROG-SUB)  26/10/15
973862         ADD 1 TO LRK--PROG-TOTAL (LRK--PROG-SUB)                 26/10/15
973866     .                                                            26/10/15
973870     PERFORM LRK--READ-CATALOG                                    26/10/15
973874     .                                                            26/10/15
973878                                                                  26/10/15
973882 LRK--CHECK-ENTRY.                                                26/10/15
973886     IF LRK--CAT-PROGRAM = SPACES                                 26/10/15
973890        OR LRK--CAT-NUMBER NOT NUMERIC                            26/10/15
973894        OR LRK--CAT-SDATE NOT NUMERIC                             26/10/15
973898        OR LRK--CAT-STIME NOT NUMERIC                             26/10/15
973902        OR LRK--CAT-DATASET = SPACES                              26/10/15
973906         MOVE "N" TO LRK--ENTRY-VALID                             26/10/15
973910     ELSE                                                         26/10/15
973914         MOVE "Y" TO LRK--ENTRY-VALID                             26/10/15
973918     .                                                            26/10/15
973922                                                                  26/10/15
973926 LRK--FIND-PROGRAM.                                               26/10/15
973930     MOVE ZERO TO LRK--PROG-SUB                                   26/10/15
973934     PERFORM LRK--MATCH-PROGRAM                                   26/10/15
973938       VARYING LRK--SUB FROM 1 BY 1                               26/10/15
973942         UNTIL LRK--SUB > LRK--PROG-COUNT                         26/10/15
973946            OR LRK--PROG-SUB > ZERO                               26/10/15
973950     IF LRK--PROG-SUB = ZERO                                      26/10/15
973954        AND LRK--IS-ADDING                                        26/10/15
973958         PERFORM LRK--ADD-PROGRAM                                 26/10/15
973962     .                                                            26/10/15
973966                                                                  26/10/15
973970 LRK--MATCH-PROGRAM.                                              26/10/15
973974     IF LRK--PROG-NAME (LRK--SUB) = LRK--CAT-PROGRAM              26/10/15
973978         MOVE LRK--SUB TO LRK--PROG-SUB                           26/10/15
973982     .                                                            26/10/15
973986                                                                  26/10/15
973990 LRK--ADD-PROGRAM.                                                26/10/15
973994     IF LRK--PROG-COUNT < 200                                     26/10/15
973998         ADD 1 TO LRK--PROG-COUNT                                 26/10/15
974002         MOVE LRK--PROG-COUNT TO LRK--PROG-SUB                    26/10/15
974006         MOVE LRK--CAT-PROGRAM TO LRK--PROG-NAME (LRK--PROG-SUB)  26/10/15
974010         MOVE ZERO TO LRK--PROG-TOTAL (LRK--PROG-SUB)             26/10/15
974014         MOVE ZERO TO LRK--PROG-SEEN (LRK--PROG-SUB)              26/10/15
974018         MOVE ZERO TO LRK--PROG-KEPT (LRK--PROG-SUB)              26/10/15
974022         MOVE ZERO TO LRK--PROG-PURGED (LRK--PROG-SUB)            26/10/15
974026         MOVE SPACES TO LRK--PROG-LAST-KEY (LRK--PROG-SUB)        26/10/15
974030         MOVE "Y" TO LRK--PROG-KEEPING (LRK--PROG-SUB)            26/10/15
974034         PERFORM LRK--APPLY-RULE                                  26/10/15
974038     ELSE                                                         26/10/15
974042     IF LRK--TABLE-FULL NOT = "Y"                                 26/10/15
974046         DISPLAY "LR1009W Too many programs in GENCAT - not"      26/10/15
974050                 " housekept: " LRK--CAT-PROGRAM                  26/10/15
974054         MOVE "Y" TO LRK--TABLE-FULL                              26/10/15
974058         MOVE 4 TO LRK--RETURN                                    26/10/15
974062     .                                                            26/10/15
974066                                                                  26/10/15
974070 LRK--APPLY-RULE.                                                 26/10/15
974074     MOVE ZERO TO LRK--RULE-SUB                                   26/10/15
974078     PERFORM LRK--MATCH-RULE                                      26/10/15
974082       VARYING LRK--ITEM FROM 1 BY 1                              26/10/15
974086         UNTIL LRK--ITEM > LRK--RULE-COUNT                        26/10/15
974090            OR LRK--RULE-SUB > ZERO                               26/10/15
974094     IF LRK--RULE-SUB > ZERO                                      26/10/15
974098         MOVE "Y" TO LRK--PROG-HAS-RULE (LRK--PROG-SUB)           26/10/15
974102         MOVE LRK--RULE-GENS (LRK--RULE-SUB)                      26/10/15
974106           TO LRK--PROG-KEEP-GENS (LRK--PROG-SUB)                 26/10/15
974110         MOVE LRK--RULE-DAYS (LRK--RULE-SUB)                      26/10/15
974114           TO LRK--PROG-KEEP-DAYS (LRK--PROG-SUB)                 26/10/15
974118     ELSE                                                         26/10/15
974122     IF LRK--DEFAULT-SET = "Y"                                    26/10/15
974126         MOVE "Y" TO LRK--PROG-HAS-RULE (LRK--PROG-SUB)           26/10/15
974130         MOVE LRK--DEFAULT-GENS                                   26/10/15
974134           TO LRK--PROG-KEEP-GENS (LRK--PROG-SUB)                 26/10/15
974138         MOVE LRK--DEFAULT-DAYS                                   26/10/15
974142           TO LRK--PROG-KEEP-DAYS (LRK--PROG-SUB)                 26/10/15
974146     ELSE                                                         26/10/15
974150         MOVE "N" TO LRK--PROG-HAS-RULE (LRK--PROG-SUB)           26/10/15
974154         MOVE ZERO TO LRK--PROG-KEEP-GENS (LRK--PROG-SUB)         26/10/15
974158         MOVE ZERO TO LRK--PROG-KEEP-DAYS (LRK--PROG-SUB)         26/10/15
974162     .                                                            26/10/15
974166                                                                  26/10/15
974170 LRK--MATCH-RULE.                                                 26/10/15
974174     IF LRK--RULE-PROGRAM (LRK--ITEM) = LRK--CAT-PROGRAM          26/10/15
974178         MOVE LRK--ITEM TO LRK--RULE-SUB                          26/10/15
974182     .                                                            26/10/15
974186                                                                  26/10/15
974190*    SECOND PASS: EVERY ENTRY IS COPIED TO RETWORK UNLESS ITS     26/10/15
974194*    GENERATION IS PURGED; PURGED DATA SETS ARE DELETED AND LISTED26/10/15
974198 LRK--SELECT-GENERATIONS.                                         26/10/15
974202     MOVE "N" TO LRK--CATALOG-EOF                                 26/10/15
974206     PERFORM LRK--RESET-PROGRAM                                   26/10/15
974210       VARYING LRK--PROG-SUB FROM 1 BY 1                          26/10/15
974214         UNTIL LRK--PROG-SUB > LRK--PROG-COUNT                    26/10/15
974218     OPEN OUTPUT LRK--WORK-FILE                                   26/10/15
974222     IF LRK--WORK-STATUS NOT = "00"                               26/10/15
974226         DISPLAY "LR1006E RETWORK cannot be written - nothing"    26/10/15
974230                 " purged - file status " LRK--WORK-STATUS        26/10/15
974234         MOVE "Y" TO LRK--FAILED                                  26/10/15
974238     ELSE                                                         26/10/15
974242         OPEN INPUT LRK--CATALOG-FILE                             26/10/15
974246         PERFORM LRK--READ-CATALOG                                26/10/15
974250         PERFORM LRK--SELECT-ENTRY                                26/10/15
974254           UNTIL LRK--CATALOG-AT-END                              26/10/15
974258         CLOSE LRK--CATALOG-FILE                                  26/10/15
974262         CLOSE LRK--WORK-FILE                                     26/10/15
974266     .                                                            26/10/15
974270                                                                  26/10/15
974274 LRK--RESET-PROGRAM.                                              26/10/15
974278     MOVE SPACES TO LRK--PROG-LAST-KEY (LRK--PROG-SUB)            26/10/15
974282     .                                                            26/10/15
974286                                                                  26/10/15
974290 LRK--SELECT-ENTRY.                                               26/10/15
974294     ADD 1 TO LRK--ENTRIES-READ                                   26/10/15
974298     MOVE ZERO TO LRK--PROG-SUB                                   26/10/15
974302     PERFORM LRK--CHECK-ENTRY                                     26/10/15
974306     IF LRK--ENTRY-IS-VALID                                       26/10/15
974310         PERFORM LRK--FIND-PROGRAM                                26/10/15
974314     ELSE                                                         26/10/15
974318         ADD 1 TO LRK--ENTRIES-SKIPPED                            26/10/15
974322     .                                                            26/10/15
974326     IF LRK--PROG-SUB > ZERO                                      26/10/15
974330         PERFORM LRK--JUDGE-ENTRY                                 26/10/15
974334     ELSE                                                         26/10/15
974338         PERFORM LRK--KEEP-ENTRY                                  26/10/15
974342     .                                                            26/10/15
974346     PERFORM LRK--READ-CATALOG                                    26/10/15
974350     .                                                            26/10/15
974354                                                                  26/10/15
974358 LRK--JUDGE-ENTRY.                                                26/10/15
974362     IF LRK--CAT-KEY NOT = LRK--PROG-LAST-KEY (LRK--PROG-SUB)     26/10/15
974366         MOVE LRK--CAT-KEY TO LRK--PROG-LAST-KEY (LRK--PROG-SUB)  26/10/15
974370         ADD 1 TO LRK--PROG-SEEN (LRK--PROG-SUB)                  26/10/15
974374         PERFORM LRK--JUDGE-GENERATION                            26/10/15
974378     .                                                            26/10/15
974382     IF LRK--PROG-KEEPING (LRK--PROG-SUB) = "Y"                   26/10/15
974386         PERFORM LRK--KEEP-ENTRY                                  26/10/15
974390     ELSE                                                         26/10/15
974394         PERFORM LRK--PURGE-ENTRY                                 26/10/15
974398     .                                                            26/10/15
974402                                                                  26/10/15
974406*    A GENERATION IS KEPT WHEN THE PROGRAM HAS NO RULE, WHEN FEWER26/10/15
974410*    THAN THE GENERATIONS TO KEEP ARE NEWER, OR WHEN ITS RUN      26/10/15
974414*    STARTED NO MORE THAN THE DAYS TO KEEP AGO                    26/10/15
974418 LRK--JUDGE-GENERATION.                                           26/10/15
974422     MOVE "N" TO LRK--PROG-KEEPING (LRK--PROG-SUB)                26/10/15
974426     IF LRK--PROG-HAS-RULE (LRK--PROG-SUB) NOT = "Y"              26/10/15
974430         MOVE "Y" TO LRK--PROG-KEEPING (LRK--PROG-SUB)            26/10/15
974434     .                                                            26/10/15
974438     COMPUTE LRK--NEWER = LRK--PROG-TOTAL (LRK--PROG-SUB)         26/10/15
974442                        - LRK--PROG-SEEN (LRK--PROG-SUB)          26/10/15
974446     IF LRK--NEWER < LRK--PROG-KEEP-GENS (LRK--PROG-SUB)          26/10/15
974450         MOVE "Y" TO LRK--PROG-KEEPING (LRK--PROG-SUB)            26/10/15
974454     .                                                            26/10/15
974458     IF LRK--PROG-KEEP-DAYS (LRK--PROG-SUB) > ZERO                26/10/15
974462         MOVE LRK--CAT-SDATE-YY TO LRK--DATE-YY                   26/10/15
974466         MOVE LRK--CAT-SDATE-MM TO LRK--DATE-MM                   26/10/15
974470         MOVE LRK--CAT-SDATE-DD TO LRK--DATE-DD                   26/10/15
974474         PERFORM LRK--NUMBER-THE-DAY                              26/10/15
974478         COMPUTE LRK--AGE = LRK--TODAY-NUMBER - LRK--DAY-NUMBER   26/10/15
974482         IF LRK--AGE NOT > LRK--PROG-KEEP-DAYS (LRK--PROG-SUB)    26/10/15
974486             MOVE "Y" TO LRK--PROG-KEEPING (LRK--PROG-SUB)        26/10/15
974490     .                                                            26/10/15
974494     IF LRK--PROG-KEEPING (LRK--PROG-SUB) = "Y"                   26/10/15
974498         ADD 1 TO LRK--PROG-KEPT (LRK--PROG-SUB)                  26/10/15
974502     ELSE                                                         26/10/15
974506         ADD 1 TO LRK--PROG-PURGED (LRK--PROG-SUB)                26/10/15
974510         ADD 1 TO LRK--GENS-PURGED                                26/10/15
974514     .                                                            26/10/15
974518                                                                  26/10/15
974522 LRK--KEEP-ENTRY.                                                 26/10/15
974526     IF NOT LRK--HAS-FAILED                                       26/10/15
974530         WRITE LRK--WORK-RECORD FROM LRK--CATALOG-RECORD          26/10/15
974534         IF LRK--WORK-STATUS NOT = "00"                           26/10/15
974538             DISPLAY "LR1006E RETWORK cannot be written - nothing"26/10/15
974542                     " more purged - file status "                26/10/15
974546                     LRK--WORK-STATUS                             26/10/15
974550             MOVE "Y" TO LRK--FAILED                              26/10/15
974554     .                                                            26/10/15
974558                                                                  26/10/15
974562 LRK--PURGE-ENTRY.                                                26/10/15
974566     MOVE LRK--CAT-DATASET TO LRK--DATASET                        26/10/15
974570     IF LRK--HAS-FAILED                                           26/10/15
974574         MOVE "KEPT" TO LRK--OUT-RESULT                           26/10/15
974578     ELSE                                                         26/10/15
974582     IF LRK--IS-LIST-ONLY                                         26/10/15
974586         MOVE "LIST ONLY" TO LRK--OUT-RESULT                      26/10/15
974590     ELSE                                                         26/10/15
974594         PERFORM LRK--DELETE-DATASET                              26/10/15
974598     .                                                            26/10/15
974602     IF LRK--OUT-RESULT = "FAILED"                                26/10/15
974606        OR LRK--OUT-RESULT = "KEPT"                               26/10/15
974610         PERFORM LRK--KEEP-ENTRY                                  26/10/15
974614     ELSE                                                         26/10/15
974618         ADD 1 TO LRK--ENTRIES-PURGED                             26/10/15
974622     .                                                            26/10/15
974626     MOVE LRK--CAT-PROGRAM TO LRK--OUT-PROGRAM                    26/10/15
974630     MOVE LRK--CAT-NUMBER  TO LRK--OUT-NUMBER                     26/10/15
974634     MOVE LRK--CAT-SDATE   TO LRK--OUT-SDATE                      26/10/15
974638     MOVE LRK--CAT-HHMMSS  TO LRK--OUT-STIME                      26/10/15
974642     MOVE LRK--CAT-DDNAME  TO LRK--OUT-DDNAME                     26/10/15
974646     MOVE LRK--CAT-DATASET TO LRK--OUT-DATASET                    26/10/15
974650     WRITE LRK--REPORT-RECORD FROM LRK--DETAIL-LINE               26/10/15
974654     .                                                            26/10/15
974658                                                                  26/10/15
974662*    A DATA SET ALREADY GONE - A DUMP NEVER WRITTEN, SAY - IS ONLY26/10/15
974666*    DROPPED FROM THE CATALOG                                     26/10/15
974670 LRK--DELETE-DATASET.                                             26/10/15
974674     CALL "CBL_CHECK_FILE_EXIST" USING LRK--DATASET               26/10/15
974678                                       LRK--FILE-DETAILS          26/10/15
974682     MOVE RETURN-CODE TO LRK--CALL-RESULT                         26/10/15
974686     IF LRK--CALL-RESULT NOT = ZERO                               26/10/15
974690         MOVE "NOT FOUND" TO LRK--OUT-RESULT                      26/10/15
974694     ELSE                                                         26/10/15
974698         CALL "CBL_DELETE_FILE" USING LRK--DATASET                26/10/15
974702         MOVE RETURN-CODE TO LRK--CALL-RESULT                     26/10/15
974706         IF LRK--CALL-RESULT = ZERO                               26/10/15
974710             MOVE "DELETED" TO LRK--OUT-RESULT                    26/10/15
974714         ELSE                                                     26/10/15
974718             MOVE "FAILED" TO LRK--OUT-RESULT                     26/10/15
974722             DISPLAY "LR1005W Data set not deleted - kept in"     26/10/15
974726                     " GENCAT: " LRK--CAT-DATASET                 26/10/15
974730             MOVE 4 TO LRK--RETURN                                26/10/15
974734     .                                                            26/10/15
974738                                                                  26/10/15
974742*    THIRD PASS: GENCAT IS REPLACED BY THE ENTRIES KEPT           26/10/15
974746 LRK--REWRITE-CATALOG.                                            26/10/15
974750     MOVE "N" TO LRK--WORK-EOF                                    26/10/15
974754     OPEN INPUT LRK--WORK-FILE                                    26/10/15
974758     IF LRK--WORK-STATUS NOT = "00"                               26/10/15
974762         DISPLAY "LR1007E GENCAT not rewritten - kept entries in" 26/10/15
974766                 " RETWORK - file status " LRK--WORK-STATUS       26/10/15
974770         MOVE 8 TO LRK--RETURN                                    26/10/15
974774     ELSE                                                         26/10/15
974778         OPEN OUTPUT LRK--CATALOG-FILE                            26/10/15
974782         PERFORM LRK--READ-WORK                                   26/10/15
974786         PERFORM LRK--COPY-ENTRY                                  26/10/15
974790           UNTIL LRK--WORK-AT-END                                 26/10/15
974794         CLOSE LRK--CATALOG-FILE                                  26/10/15
974798         CLOSE LRK--WORK-FILE                                     26/10/15
974802     .                                                            26/10/15
974806                                                                  26/10/15
974810 LRK--READ-WORK.                                                  26/10/15
974814     READ LRK--WORK-FILE                                          26/10/15
974818         AT END                                                   26/10/15
974822             MOVE "Y" TO LRK--WORK-EOF                            26/10/15
974826     .                                                            26/10/15
974830     IF LRK--WORK-STATUS NOT = "00"                               26/10/15
974834        AND LRK--WORK-STATUS NOT = "10"                           26/10/15
974838         MOVE "Y" TO LRK--WORK-EOF                                26/10/15
974842         DISPLAY "LR1007E GENCAT not rewritten - kept entries in" 26/10/15
974846                 " RETWORK - file status " LRK--WORK-STATUS       26/10/15
974850         MOVE 8 TO LRK--RETURN                                    26/10/15
974854     .                                                            26/10/15
974858                                                                  26/10/15
974862 LRK--COPY-ENTRY.                                                 26/10/15
974866     WRITE LRK--CATALOG-RECORD FROM LRK--WORK-RECORD              26/10/15
974870     IF LRK--CATALOG-STATUS NOT = "00"                            26/10/15
974874         DISPLAY "LR1007E GENCAT not rewritten - kept entries in" 26/10/15
974878                 " RETWORK - file status " LRK--CATALOG-STATUS    26/10/15
974882         MOVE "Y" TO LRK--WORK-EOF                                26/10/15
974886         MOVE 8 TO LRK--RETURN                                    26/10/15
974890     ELSE                                                         26/10/15
974894         PERFORM LRK--READ-WORK                                   26/10/15
974898     .                                                            26/10/15
974902                                                                  26/10/15
974906*    ONE LINE PER PROGRAM: ITS RULE AND WHAT BECAME OF ITS        26/10/15
974910*    GENERATIONS                                                  26/10/15
974914 LRK--PRINT-SUMMARY.                                              26/10/15
974918     MOVE SPACES TO LRK--REPORT-RECORD                            26/10/15
974922     WRITE LRK--REPORT-RECORD                                     26/10/15
974926     WRITE LRK--REPORT-RECORD FROM LRK--SUMMARY-HEADING           26/10/15
974930     PERFORM LRK--PRINT-PROGRAM                                   26/10/15
974934       VARYING LRK--PROG-SUB FROM 1 BY 1                          26/10/15
974938         UNTIL LRK--PROG-SUB > LRK--PROG-COUNT                    26/10/15
974942     .                                                            26/10/15
974946                                                                  26/10/15
974950 LRK--PRINT-PROGRAM.                                              26/10/15
974954     MOVE LRK--PROG-NAME (LRK--PROG-SUB)      TO LRK--SUM-PROGRAM 26/10/15
974958     MOVE LRK--PROG-KEEP-GENS (LRK--PROG-SUB) TO LRK--SUM-GENS    26/10/15
974962     MOVE LRK--PROG-KEEP-DAYS (LRK--PROG-SUB) TO LRK--SUM-DAYS    26/10/15
974966     MOVE LRK--PROG-TOTAL (LRK--PROG-SUB)     TO LRK--SUM-FOUND   26/10/15
974970     MOVE LRK--PROG-KEPT (LRK--PROG-SUB)      TO LRK--SUM-KEPT    26/10/15
974974     MOVE LRK--PROG-PURGED (LRK--PROG-SUB)    TO LRK--SUM-PURGED  26/10/15
974978     IF LRK--PROG-HAS-RULE (LRK--PROG-SUB) = "Y"                  26/10/15
974982         MOVE SPACES TO LRK--SUM-NOTE                             26/10/15
974986     ELSE                                                         26/10/15
974990         MOVE "NO RULE - ALL KEPT" TO LRK--SUM-NOTE               26/10/15
974994     .                                                            26/10/15
974998     WRITE LRK--REPORT-RECORD FROM LRK--SUMMARY-LINE              26/10/15
975002     .                                                            26/10/15
975006                                                                  26/10/15
975010*    DAY NUMBER OF LRK--DATE-YY/MM/DD COUNTED FROM A FIXED ORIGIN,26/10/15
975014*    WITH YEARS BELOW 50 TAKEN AS 20YY                            26/10/15
975018 LRK--NUMBER-THE-DAY.                                             26/10/15
975022     IF LRK--DATE-YY < 50                                         26/10/15
975026         COMPUTE LRK--CCYY = 2000 + LRK--DATE-YY                  26/10/15
975030     ELSE                                                         26/10/15
975034         COMPUTE LRK--CCYY = 1900 + LRK--DATE-YY                  26/10/15
975038     .                                                            26/10/15
975042     IF LRK--DATE-MM > 2                                          26/10/15
975046         MOVE LRK--CCYY TO LRK--CAL-YEAR                          26/10/15
975050         COMPUTE LRK--CAL-MONTH = LRK--DATE-MM - 3                26/10/15
975054     ELSE                                                         26/10/15
975058         COMPUTE LRK--CAL-YEAR = LRK--CCYY - 1                    26/10/15
975062         COMPUTE LRK--CAL-MONTH = LRK--DATE-MM + 9                26/10/15
975066     .                                                            26/10/15
975070     DIVIDE LRK--CAL-YEAR BY 4   GIVING LRK--QUADS                26/10/15
975074     DIVIDE LRK--CAL-YEAR BY 100 GIVING LRK--CENTURIES            26/10/15
975078     DIVIDE LRK--CAL-YEAR BY 400 GIVING LRK--QUAD-CENTURIES       26/10/15
975082     COMPUTE LRK--MONTH-DAYS = LRK--CAL-MONTH * 153 + 2           26/10/15
975086     DIVIDE LRK--MONTH-DAYS BY 5 GIVING LRK--MONTH-DAYS           26/10/15
975090     COMPUTE LRK--DAY-NUMBER = LRK--CAL-YEAR * 365                26/10/15
975094                             + LRK--QUADS - LRK--CENTURIES        26/10/15
975098                             + LRK--QUAD-CENTURIES                26/10/15
975102                             + LRK--MONTH-DAYS + LRK--DATE-DD     26/10/15
975106     .                                                            26/10/15
975110:close                                                            26/10/15
975114:endif                                                            26/10/15
975118                                                                  26/10/15
975122!  With -opt:incident, generate the incident report program.      26/10/15
975126!  After an abend the analyst runs it with the run's start stamp  26/10/15
975130!  and attaches its one report to the problem ticket, in place of 26/10/15
975134!  the dump, journal, trace and run log.                          26/10/15
975138                                                                  26/10/15
975142:if "$incident" = "yes"                                           26/10/15
975146:output $DIALOG\A.$ext                                            26/10/15
975150:echo "lr I: building $DIALOG\A.$ext incident report program..."  26/10/15
975154 IDENTIFICATION DIVISION.                                         26/10/15
975158 PROGRAM-ID.    $DIALOG\A.                                        26/10/15
975162                                                                  26/10/15
975166*----------------------------------------------------------------*26/10/15
975170*  $DIALOG\A.$ext - incident report program for $SOURCE          *26/10/15
975174*  Generated by Libero $version on $fulldate, $time.             *26/10/15
975178*  Schema file used: $schema                                     *26/10/15
975182*                                                                *26/10/15
975186*  Puts together what one run of $SOURCE left behind - its       *26/10/15
975190*  RUNFILE record, the flight-recorder dump in DMPFILE, the      *26/10/15
975194*  journal, the trace and the recovery record - and writes one   *26/10/15
975198*  report to INCRPT: the abend class and message with their      *26/10/15
975202*  texts from the message catalog, the last transitions and the  *26/10/15
975206*  Dialog-Call stack at failure, the event counts, the point the *26/10/15
975210*  next run restarts from, and whether every file carries this   *26/10/15
975214*  build's signature.                                            *26/10/15
975218*                                                                *26/10/15
975222*  LRINCRUN names the run by its start stamp as RUNFILE shows    *26/10/15
975226*  it, yymmdd hhmmss or yymmdd hhmmsscc; left blank, the last    *26/10/15
975230*  run of $SOURCE is reported.  If more than one run has the     *26/10/15
975234*  stamp the last is taken, unless LRINCGEN names the generation *26/10/15
975238*  (nnnn) of a program built with -opt:generations.  Such a      *26/10/15
975242*  program's files are found through GENCAT; otherwise the files *26/10/15
975246*  under their usual names are used only when their first        *26/10/15
975250*  record carries the stamp of the run reported.  MSGCAT is the  *26/10/15
975254*  $DIALOG.msg catalog built with this program.                  *26/10/15
975258*                                                                *26/10/15
975262*  Return code 0, 4 warnings (a file not from this run, build    *26/10/15
975266*  signatures that differ, no catalog texts), 8 when the run is  *26/10/15
975270*  not in RUNFILE or RUNFILE cannot be read.                     *26/10/15
975274*----------------------------------------------------------------*26/10/15
975278                                                                  26/10/15
975282 ENVIRONMENT DIVISION.                                            26/10/15
975286                                                                  26/10/15
975290 CONFIGURATION SECTION.                                           26/10/15
975294 SOURCE-COMPUTER. PORTABLE.                                       26/10/15
975298 OBJECT-COMPUTER. PORTABLE.                                       26/10/15
975302                                                                  26/10/15
975306 INPUT-OUTPUT SECTION.                                            26/10/15
975310                                                                  26/10/15
975314 FILE-CONTROL.                                                    26/10/15
975318     SELECT OPTIONAL LRA--RUNLOG-FILE                             26/10/15
975322                             ASSIGN TO "RUNFILE"                  26/10/15
975326                             ORGANIZATION IS SEQUENTIAL           26/10/15
975330                             FILE STATUS IS LRA--RUNLOG-STATUS.   26/10/15
975334:if "$generations" = "yes"                                        26/10/15
975338     SELECT OPTIONAL LRA--GENCAT-FILE                             26/10/15
975342                             ASSIGN TO "GENCAT"                   26/10/15
975346                             ORGANIZATION IS SEQUENTIAL           26/10/15
975350                             FILE STATUS IS LRA--GENCAT-STATUS.   26/10/15
975354:endif                                                            26/10/15
975358     SELECT OPTIONAL LRA--DUMP-FILE                               26/10/15
975362                             ASSIGN TO "DMPFILE"                  26/10/15
975366                             ORGANIZATION IS SEQUENTIAL           26/10/15
975370                             FILE STATUS IS LRA--DUMP-STATUS.     26/10/15
975374:if "$journal" = "yes"                                            26/10/15
975378     SELECT OPTIONAL LRA--JOURNAL-FILE                            26/10/15
975382                             ASSIGN TO "JRNFILE"                  26/10/15
975386                             ORGANIZATION IS SEQUENTIAL           26/10/15
975390                             FILE STATUS IS LRA--JOURNAL-STATUS.  26/10/15
975394:endif                                                            26/10/15
975398:if "$trace" = "yes"                                              26/10/15
975402     SELECT OPTIONAL LRA--TRACE-FILE                              26/10/15
975406                             ASSIGN TO "TRCFILE"                  26/10/15
975410                             ORGANIZATION IS SEQUENTIAL           26/10/15
975414                             FILE STATUS IS LRA--TRACE-STATUS.    26/10/15
975418:endif                                                            26/10/15
975422:if "$recover" = "yes"                                            26/10/15
975426     SELECT OPTIONAL LRA--RECOVERY-FILE                           26/10/15
975430                             ASSIGN TO "RECOVER"                  26/10/15
975434                             ORGANIZATION IS SEQUENTIAL           26/10/15
975438                             FILE STATUS IS LRA--RECOVERY-STATUS. 26/10/15
975442:endif                                                            26/10/15
975446     SELECT OPTIONAL LRA--MSGCAT-FILE                             26/10/15
975450                             ASSIGN TO "MSGCAT"                   26/10/15
975454                             ORGANIZATION IS SEQUENTIAL           26/10/15
975458                             FILE STATUS IS LRA--MSGCAT-STATUS.   26/10/15
975462     SELECT LRA--REPORT-FILE    ASSIGN TO "INCRPT"                26/10/15
975466                                 ORGANIZATION IS SEQUENTIAL.      26/10/15
975470                                                                  26/10/15
975474 DATA DIVISION.                                                   26/10/15
975478                                                                  26/10/15
975482 FILE SECTION.                                                    26/10/15
975486                                                                  26/10/15
975490 FD  LRA--RUNLOG-FILE                                             26/10/15
975494     LABEL RECORDS ARE STANDARD.                                  26/10/15
975498 01  LRA--RUNLOG-RECORD.                                          26/10/15
975502     02  LRA--RF-PROGRAM         PIC X(12).                       26/10/15
975506     02  FILLER                  PIC X.                           26/10/15
975510     02  LRA--RF-SDATE           PIC X(6).                        26/10/15
975514     02  FILLER                  PIC X.                           26/10/15
975518     02  LRA--RF-HHMMSS          PIC X(6).                        26/10/15
975522     02  LRA--RF-CC              PIC X(2).                        26/10/15
975526     02  FILLER                  PIC X(48).                       26/10/15
975530     02  LRA--RF-GEN             PIC X(4).                        26/10/15
975534:if "$generations" = "yes"                                        26/10/15
975538                                                                  26/10/15
975542 FD  LRA--GENCAT-FILE                                             26/10/15
975546     LABEL RECORDS ARE STANDARD.                                  26/10/15
975550 01  LRA--GENCAT-RECORD.                                          26/10/15
975554     02  LRA--GC-PROGRAM         PIC X(12).                       26/10/15
975558     02  FILLER                  PIC X.                           26/10/15
975562     02  LRA--GC-NUMBER          PIC X(4).                        26/10/15
975566     02  FILLER                  PIC X.                           26/10/15
975570     02  LRA--GC-START           PIC X(15).                       26/10/15
975574     02  FILLER                  PIC X.                           26/10/15
975578     02  LRA--GC-DDNAME          PIC X(8).                        26/10/15
975582     02  FILLER                  PIC X.                           26/10/15
975586     02  LRA--GC-DATASET         PIC X(80).                       26/10/15
975590     02  FILLER                  PIC X(5).                        26/10/15
975594:endif                                                            26/10/15
975598                                                                  26/10/15
975602 FD  LRA--DUMP-FILE                                               26/10/15
975606     LABEL RECORDS ARE STANDARD.                                  26/10/15
975610 01  LRA--DUMP-RECORD           PIC X(132).                       26/10/15
975614:if "$journal" = "yes"                                            26/10/15
975618                                                                  26/10/15
975622 FD  LRA--JOURNAL-FILE                                            26/10/15
975626     LABEL RECORDS ARE STANDARD.                                  26/10/15
975630 01  LRA--JOURNAL-RECORD        PIC X(60).                        26/10/15
975634:endif                                                            26/10/15
975638:if "$trace" = "yes"                                              26/10/15
975642                                                                  26/10/15
975646 FD  LRA--TRACE-FILE                                              26/10/15
975650     LABEL RECORDS ARE STANDARD.                                  26/10/15
975654 01  LRA--TRACE-RECORD          PIC X(80).                        26/10/15
975658:endif                                                            26/10/15
975662:if "$recover" = "yes"                                            26/10/15
975666                                                                  26/10/15
975670 FD  LRA--RECOVERY-FILE                                           26/10/15
975674     LABEL RECORDS ARE STANDARD.                                  26/10/15
975678 01  LRA--RECOVERY-RECORD       PIC X(80).                        26/10/15
975682:endif                                                            26/10/15
975686                                                                  26/10/15
975690 FD  LRA--MSGCAT-FILE                                             26/10/15
975694     LABEL RECORDS ARE STANDARD.                                  26/10/15
975698 01  LRA--MSGCAT-RECORD         PIC X(80).                        26/10/15
975702                                                                  26/10/15
975706 FD  LRA--REPORT-FILE                                             26/10/15
975710     LABEL RECORDS ARE STANDARD.                                  26/10/15
975714 01  LRA--REPORT-RECORD         PIC X(132).                       26/10/15
975718                                                                  26/10/15
975722 WORKING-STORAGE SECTION.                                         26/10/15
975726                                                                  26/10/15
975730:if $states < 10                                                  26/10/15
975734:  set iw=1                                                       26/10/15
975738:else                                                             26/10/15
975742:if $states < 100                                                 26/10/15
975746:  set iw=2                                                       26/10/15
975750:else                                                             26/10/15
975754:if $states < 1000                                                26/10/15
975758:  set iw=3                                                       26/10/15
975762:else                                                             26/10/15
975766:  set iw=4                                                       26/10/15
975770:endif                                                            26/10/15
975774:endif                                                            26/10/15
975778:endif                                                            26/10/15
975782:set number_fmt = "%ld"                                           26/10/15
975786:set row_first  = "%0$iw\ld"                                      26/10/15
975790:set row_after  = "%0$iw\ld"                                      26/10/15
975794:set number_fmt = "%03ld"                                         26/10/15
975798                                                                  26/10/15
975802 01  LR--NEXT-STATES.                                             26/10/15
975806:do nextst                                                        26/10/15
975810:  set rw=$tally * $iw                                            26/10/15
975814:  if $rw > 12                                                    26/10/15
975818     02  FILLER                  PIC X($rw) VALUE                 26/10/15
975822         "$row".                                                  26/10/15
975826:  else                                                           26/10/15
975830     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
975834:  endif                                                          26/10/15
975838:  do overflow                                                    26/10/15
975842:    set rw=$tally * $iw                                          26/10/15
975846:    if $rw > 12                                                  26/10/15
975850     02  FILLER                  PIC X($rw) VALUE                 26/10/15
975854         "$row".                                                  26/10/15
975858:    else                                                         26/10/15
975862     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
975866:    endif                                                        26/10/15
975870:  enddo                                                          26/10/15
975874:enddo                                                            26/10/15
975878 01  FILLER                      REDEFINES  LR--NEXT-STATES.      26/10/15
975882     02  FILLER                             OCCURS $states TIMES. 26/10/15
975886         03  LR--NEXTST          PIC 9($iw) OCCURS $events TIMES. 26/10/15
975890                                                                  26/10/15
975894:if $vectors < 10                                                 26/10/15
975898:  set iw=1                                                       26/10/15
975902:else                                                             26/10/15
975906:if $vectors < 100                                                26/10/15
975910:  set iw=2                                                       26/10/15
975914:else                                                             26/10/15
975918:if $vectors < 1000                                               26/10/15
975922:  set iw=3                                                       26/10/15
975926:else                                                             26/10/15
975930:  set iw=4                                                       26/10/15
975934:endif                                                            26/10/15
975938:endif                                                            26/10/15
975942:endif                                                            26/10/15
975946:set number_fmt = "%ld"                                           26/10/15
975950:set row_first  = "%0$iw\ld"                                      26/10/15
975954:set row_after  = "%0$iw\ld"                                      26/10/15
975958:set number_fmt = "%03ld"                                         26/10/15
975962                                                                  26/10/15
975966 01  LR--ACTIONS.                                                 26/10/15
975970:do action                                                        26/10/15
975974:  set rw = $tally * $iw                                          26/10/15
975978:  if $rw > 12                                                    26/10/15
975982     02  FILLER                  PIC X($rw) VALUE                 26/10/15
975986         "$row".                                                  26/10/15
975990:  else                                                           26/10/15
975994     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
975998:  endif                                                          26/10/15
976002:  do overflow                                                    26/10/15
976006:    set rw=$tally * $iw                                          26/10/15
976010:    if $rw > 12                                                  26/10/15
976014     02  FILLER                  PIC X($rw) VALUE                 26/10/15
976018         "$row".                                                  26/10/15
976022:    else                                                         26/10/15
976026     02  FILLER                  PIC X($rw) VALUE "$row".         26/10/15
976030:    endif                                                        26/10/15
976034:  enddo                                                          26/10/15
976038:enddo                                                            26/10/15
976042 01  FILLER                      REDEFINES  LR--ACTIONS.          26/10/15
976046     02  FILLER                             OCCURS $states TIMES. 26/10/15
976050         03  LR--ACTION          PIC 9($iw) OCCURS $events TIMES. 26/10/15
976054                                                                  26/10/15
976058 01  LR--OFFSETS.                                                 26/10/15
976062:do vector                                                        26/10/15
976066     02  FILLER                  PIC $swidth  COMP VALUE +$offset.26/10/15
976070:enddo                                                            26/10/15
976074 01  FILLER                      REDEFINES  LR--OFFSETS.          26/10/15
976078     02  LR--OFFSET              PIC $swidth OCCURS $vectors COMP.26/10/15
976082                                                                  26/10/15
976086:if $modules < 10                                                 26/10/15
976090:  set iw=1                                                       26/10/15
976094:  set null="0"                                                   26/10/15
976098:else                                                             26/10/15
976102:if $modules < 100                                                26/10/15
976106:  set iw=2                                                       26/10/15
976110:  set null="00"                                                  26/10/15
976114:else                                                             26/10/15
976118:if $modules < 1000                                               26/10/15
976122:  set iw=3                                                       26/10/15
976126:  set null="000"                                                 26/10/15
976130:else                                                             26/10/15
976134:  set iw=4                                                       26/10/15
976138:  set null="0000"                                                26/10/15
976142:endif                                                            26/10/15
976146:endif                                                            26/10/15
976150:endif                                                            26/10/15
976154:set number_fmt = "%ld"                                           26/10/15
976158:set row_first  = "%0$iw\ld"                                      26/10/15
976162:set row_after  = "%0$iw\ld"                                      26/10/15
976166:set number_fmt = "%03ld"                                         26/10/15
976170                                                                  26/10/15
976174 01  LR--MODULES.                                                 26/10/15
976178:do vector                                                        26/10/15
976182:  set rw = $tally * $iw                                          26/10/15
976186:  if $rw > 28                                                    26/10/15
976190     02  FILLER                  PIC X($rw) VALUE                 26/10/15
976194:    if "$row" = ""                                               26/10/15
976198         "$null".                                                 26/10/15
976202:    else                                                         26/10/15
976206         "$row$null".                                             26/10/15
976210:    endif                                                        26/10/15
976214:  else                                                           26/10/15
976218:    if "$row" = ""                                               26/10/15
976222     02  FILLER  PIC X($rw) VALUE "$null".                        26/10/15
976226:    else                                                         26/10/15
976230     02  FILLER  PIC X($rw) VALUE "$row$null".                    26/10/15
976234:    endif                                                        26/10/15
976238:  endif                                                          26/10/15
976242:enddo                                                            26/10/15
976246 01  FILLER                      REDEFINES  LR--MODULES.          26/10/15
976250     02  LR--MODULE              PIC 9($iw) OCCURS $tblsize TIMES.26/10/15
976254                                                                  26/10/15
976258:push $style                                                      26/10/15
976262:option -style=normal                                             26/10/15
976266 01  LR--SNAMES.                                                  26/10/15
976270:  do state                                                       26/10/15
976274     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
976278:  enddo                                                          26/10/15
976282 01  FILLER           REDEFINES  LR--SNAMES.                      26/10/15
976286     02  LR--SNAME    PIC X(30)  OCCURS $states TIMES.            26/10/15
976290                                                                  26/10/15
976294 01  LR--ENAMES.                                                  26/10/15
976298:  do event                                                       26/10/15
976302     02  FILLER  PIC X(30) VALUE "$name".                         26/10/15
976306:  enddo                                                          26/10/15
976310 01  FILLER           REDEFINES  LR--ENAMES.                      26/10/15
976314     02  LR--ENAME    PIC X(30)  OCCURS $events TIMES.            26/10/15
976318:pop $style                                                       26/10/15
976322:option -style=$style                                             26/10/15
976326                                                                  26/10/15
976330:set number_fmt = "%ld"                                           26/10/15
976334 01  LRA--CONTROL.                                                26/10/15
976338     02  LRA--PROGRAM            PIC X(12)  VALUE "$SOURCE".      26/10/15
976342     02  LRA--RUNLOG-STATUS      PIC XX     VALUE "00".           26/10/15
976346:if "$generations" = "yes"                                        26/10/15
976350     02  LRA--GENCAT-STATUS      PIC XX     VALUE "00".           26/10/15
976354:endif                                                            26/10/15
976358     02  LRA--DUMP-STATUS        PIC XX     VALUE "00".           26/10/15
976362:if "$journal" = "yes"                                            26/10/15
976366     02  LRA--JOURNAL-STATUS     PIC XX     VALUE "00".           26/10/15
976370:endif                                                            26/10/15
976374:if "$trace" = "yes"                                              26/10/15
976378     02  LRA--TRACE-STATUS       PIC XX     VALUE "00".           26/10/15
976382:endif                                                            26/10/15
976386:if "$recover" = "yes"                                            26/10/15
976390     02  LRA--RECOVERY-STATUS    PIC XX     VALUE "00".           26/10/15
976394:endif                                                            26/10/15
976398     02  LRA--MSGCAT-STATUS      PIC XX     VALUE "00".           26/10/15
976402     02  LRA--EOF                PIC X      VALUE "N".            26/10/15
976406         88  LRA--AT-EOF                    VALUE "Y".            26/10/15
976410     02  LRA--ASKED-BAD          PIC X      VALUE "N".            26/10/15
976414     02  LRA--RUNLOG-BAD         PIC X      VALUE "N".            26/10/15
976418     02  LRA--RUN-FOUND          PIC X      VALUE "N".            26/10/15
976422     02  LRA--RUN-MATCHING       PIC X      VALUE "N".            26/10/15
976426     02  LRA--UNCATALOGUED       PIC X      VALUE "N".            26/10/15
976430     02  LRA--SIGNATURES-DIFFER  PIC X      VALUE "N".            26/10/15
976434     02  LRA--HAVE-ABEND-LINE    PIC X      VALUE "N".            26/10/15
976438     02  LRA--HAVE-CHECKPOINT    PIC X      VALUE "N".            26/10/15
976442     02  LRA--DUMP-PART          PIC X      VALUE SPACE.          26/10/15
976446     02  LRA--PASS               PIC X      VALUE SPACE.          26/10/15
976450     02  LRA--RUN-MATCHES        PIC S9(9)  COMP VALUE ZERO.      26/10/15
976454     02  LRA--LATER-RUNS         PIC S9(9)  COMP VALUE ZERO.      26/10/15
976458     02  LRA--SIGNED-FILES       PIC S9(4)  COMP VALUE ZERO.      26/10/15
976462     02  LRA--RING-COUNT         PIC S9(9)  COMP VALUE ZERO.      26/10/15
976466     02  LRA--RING-SHOWN         PIC S9(4)  COMP VALUE ZERO.      26/10/15
976470     02  LRA--JRN-COUNT          PIC S9(9)  COMP VALUE ZERO.      26/10/15
976474     02  LRA--JRN-PTR            PIC S9(4)  COMP VALUE ZERO.      26/10/15
976478     02  LRA--TRC-COUNT          PIC S9(9)  COMP VALUE ZERO.      26/10/15
976482     02  LRA--TRC-PTR            PIC S9(4)  COMP VALUE ZERO.      26/10/15
976486     02  LRA--LAST-SUB           PIC S9(4)  COMP VALUE ZERO.      26/10/15
976490     02  LRA--LAST-TODO          PIC S9(4)  COMP VALUE ZERO.      26/10/15
976494     02  LRA--LAST-SEQ           PIC S9(9)  COMP VALUE ZERO.      26/10/15
976498     02  LRA--STACK-COUNT        PIC S9(4)  COMP VALUE ZERO.      26/10/15
976502     02  LRA--F                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
976506     02  LRA--N                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
976510     02  LRA--S                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
976514     02  LRA--E                  PIC S9(4)  COMP VALUE ZERO.      26/10/15
976518     02  LRA--SUB                PIC S9(8)  COMP VALUE ZERO.      26/10/15
976522     02  LRA--ITEM               PIC S9(4)  COMP VALUE ZERO.      26/10/15
976526     02  LRA--LEAD               PIC S9(4)  COMP VALUE ZERO.      26/10/15
976530     02  LRA--POINTER            PIC S9(4)  COMP VALUE ZERO.      26/10/15
976534     02  LRA--ABEND-STATE        PIC S9(4)  COMP VALUE ZERO.      26/10/15
976538     02  LRA--ABEND-EVENT        PIC S9(4)  COMP VALUE ZERO.      26/10/15
976542     02  LRA--ABEND-MODULES      PIC 9(9)   VALUE ZERO.           26/10/15
976546     02  LRA--ABEND-MSGID        PIC X(7)   VALUE SPACES.         26/10/15
976550     02  LRA--ABEND-DETAIL       PIC X(30)  VALUE SPACES.         26/10/15
976554     02  LRA--MSG-TEXT           PIC X(60)  VALUE SPACES.         26/10/15
976558     02  LRA--CLASS-TEXT         PIC X(40)  VALUE SPACES.         26/10/15
976562     02  LRA--CLASS-MSGID        PIC X(7)   VALUE SPACES.         26/10/15
976566     02  LRA--CLASS-MSGID-X      REDEFINES  LRA--CLASS-MSGID.     26/10/15
976570         03  LRA--CLASS-MSGID-LR PIC X(2).                        26/10/15
976574         03  FILLER              PIC X(5).                        26/10/15
976578     02  LRA--ITEM-NAME          PIC X(30)  VALUE SPACES.         26/10/15
976582     02  LRA--FILE-TEXT          PIC X(36)  VALUE SPACES.         26/10/15
976586     02  LRA--SECTION-TITLE      PIC X(60)  VALUE SPACES.         26/10/15
976590     02  LRA--NEW-SIGNATURE      PIC 9(8)   VALUE ZERO.           26/10/15
976594     02  LRA--BUILD-SIGNATURE    PIC X(8)   VALUE SPACES.         26/10/15
976598                                                                  26/10/15
976602 01  LRA--SIGNATURE-WORK.                                         26/10/15
976606     02  LRA--SIG-ACCUM          PIC S9(9)  COMP VALUE ZERO.      26/10/15
976610     02  LRA--SIG-ITEM           PIC S9(9)  COMP VALUE ZERO.      26/10/15
976614     02  LRA--SIG-WORK           PIC S9(18) COMP VALUE ZERO.      26/10/15
976618     02  LRA--SIG-JUNK           PIC S9(18) COMP VALUE ZERO.      26/10/15
976622                                                                  26/10/15
976626*    THE RUN ASKED FOR IN LRINCRUN AND LRINCGEN                   26/10/15
976630 01  LRA--ASKED.                                                  26/10/15
976634     02  LRA--RUN-WANTED         PIC X(20)  VALUE SPACES.         26/10/15
976638     02  LRA--GEN-WANTED         PIC X(4)   VALUE SPACES.         26/10/15
976642     02  LRA--WANT-DATE          PIC X(6)   VALUE SPACES.         26/10/15
976646     02  LRA--WANT-TIME          PIC X(8)   VALUE SPACES.         26/10/15
976650     02  LRA--WANT-TIME-X        REDEFINES  LRA--WANT-TIME.       26/10/15
976654         03  LRA--WANT-HHMMSS    PIC X(6).                        26/10/15
976658         03  LRA--WANT-CC        PIC X(2).                        26/10/15
976662     02  LRA--WANT-REST          PIC X(20)  VALUE SPACES.         26/10/15
976666     02  LRA--DATE-LENGTH        PIC S9(4)  COMP VALUE ZERO.      26/10/15
976670     02  LRA--TIME-LENGTH        PIC S9(4)  COMP VALUE ZERO.      26/10/15
976674                                                                  26/10/15
976678*    THE RUNFILE RECORD OF THE RUN REPORTED                       26/10/15
976682 01  LRA--RUN-LINE.                                               26/10/15
976686     02  LRA--RUN-PROGRAM        PIC X(12).                       26/10/15
976690     02  FILLER                  PIC X.                           26/10/15
976694     02  LRA--RUN-START          PIC X(15).                       26/10/15
976698     02  FILLER                  PIC X.                           26/10/15
976702     02  LRA--RUN-END            PIC X(15).                       26/10/15
976706     02  FILLER                  PIC X.                           26/10/15
976710     02  LRA--RUN-TRANS          PIC 9(9).                        26/10/15
976714     02  FILLER                  PIC X.                           26/10/15
976718     02  LRA--RUN-JRNL           PIC 9(9).                        26/10/15
976722     02  FILLER                  PIC X.                           26/10/15
976726     02  LRA--RUN-RESTART        PIC X.                           26/10/15
976730     02  FILLER                  PIC X.                           26/10/15
976734     02  LRA--RUN-ABEND          PIC X(4).                        26/10/15
976738     02  FILLER                  PIC X.                           26/10/15
976742     02  LRA--RUN-CODE           PIC 9(4).                        26/10/15
976746     02  LRA--RUN-GEN            PIC X(4).                        26/10/15
976750     02  LRA--RUN-GEN-9          REDEFINES  LRA--RUN-GEN          26/10/15
976754                                 PIC 9(4).                        26/10/15
976758                                                                  26/10/15
976762*    THE FILES LOOKED AT, IN REPORT ORDER, AND WHAT BECAME OF     26/10/15
976766*    EACH: N NOT BUILT, C NOT CATALOGUED FOR THE RUN'S GENERATION,26/10/15
976770*    A NOT PRESENT OR EMPTY, B NO RUN STAMP, E CANNOT BE OPENED,  26/10/15
976774*    F WRITTEN BY ANOTHER RUN, U READ; BLANK UNTIL IT IS OPENED   26/10/15
976778 01  LRA--FILE-NAMES.                                             26/10/15
976782     02  FILLER                  PIC X(8)   VALUE "RUNFILE".      26/10/15
976786     02  FILLER                  PIC X(8)   VALUE "GENCAT".       26/10/15
976790     02  FILLER                  PIC X(8)   VALUE "DMPFILE".      26/10/15
976794     02  FILLER                  PIC X(8)   VALUE "JRNFILE".      26/10/15
976798     02  FILLER                  PIC X(8)   VALUE "TRCFILE".      26/10/15
976802     02  FILLER                  PIC X(8)   VALUE "RECOVER".      26/10/15
976806     02  FILLER                  PIC X(8)   VALUE "MSGCAT".       26/10/15
976810 01  FILLER                      REDEFINES  LRA--FILE-NAMES.      26/10/15
976814     02  LRA--FILE-DDNAME        PIC X(8)   OCCURS 7 TIMES.       26/10/15
976818 01  LRA--FILES.                                                  26/10/15
976822     02  LRA--FILE-ENTRY                    OCCURS 7 TIMES.       26/10/15
976826         03  LRA--FILE-STATE     PIC X.                           26/10/15
976830         03  LRA--FILE-SIGNATURE PIC X(8).                        26/10/15
976834         03  LRA--FILE-START     PIC X(15).                       26/10/15
976838         03  LRA--FILE-DATASET   PIC X(80).                       26/10/15
976842                                                                  26/10/15
976846*    THE SIGNATURE AND RUN STAMP THAT HEAD A DUMP, JOURNAL, TRACE 26/10/15
976850*    OR RECOVERY FILE                                             26/10/15
976854 01  LRA--HEADER.                                                 26/10/15
976858     02  LRA--HD-TAG             PIC X(6).                        26/10/15
976862     02  LRA--HD-SIGNATURE       PIC X(8).                        26/10/15
976866     02  LRA--HD-RUN-TAG         PIC X(5).                        26/10/15
976870     02  LRA--HD-START           PIC X(15).                       26/10/15
976874                                                                  26/10/15
976878 01  LRA--DUMP-LINE              PIC X(132).                      26/10/15
976882 01  FILLER                      REDEFINES  LRA--DUMP-LINE.       26/10/15
976886     02  LRA--DA-TAG             PIC X(6).                        26/10/15
976890     02  LRA--DA-FEEDBACK        PIC X(4).                        26/10/15
976894     02  FILLER                  PIC X.                           26/10/15
976898     02  LRA--DA-CODE            PIC X(4).                        26/10/15
976902     02  FILLER                  PIC X.                           26/10/15
976906     02  LRA--DA-MSGID           PIC X(7).                        26/10/15
976910     02  FILLER                  PIC X.                           26/10/15
976914     02  LRA--DA-STATE           PIC $swidth.                     26/10/15
976918     02  FILLER                  PIC X.                           26/10/15
976922     02  LRA--DA-EVENT           PIC $swidth.                     26/10/15
976926     02  FILLER                  PIC X.                           26/10/15
976930     02  LRA--DA-MODULES         PIC 9(9).                        26/10/15
976934     02  FILLER                  PIC X.                           26/10/15
976938     02  LRA--DA-DETAIL          PIC X(30).                       26/10/15
976942 01  FILLER                      REDEFINES  LRA--DUMP-LINE.       26/10/15
976946     02  LRA--DR-STATE           PIC $swidth.                     26/10/15
976950     02  FILLER                  PIC X.                           26/10/15
976954     02  LRA--DR-SNAME           PIC X(30).                       26/10/15
976958     02  FILLER                  PIC X.                           26/10/15
976962     02  LRA--DR-EVENT           PIC $swidth.                     26/10/15
976966     02  FILLER                  PIC X.                           26/10/15
976970     02  LRA--DR-ENAME           PIC X(30).                       26/10/15
976974     02  FILLER                  PIC X.                           26/10/15
976978     02  LRA--DR-MODULE          PIC $swidth.                     26/10/15
976982     02  FILLER                  PIC X.                           26/10/15
976986     02  LRA--DR-MNAME           PIC X(30).                       26/10/15
976990                                                                  26/10/15
976994*    THE FLIGHT RECORDER AS DUMPED, OLDEST FIRST                  26/10/15
976998 01  LRA--RING.                                                   26/10/15
977002     02  LRA--RING-ENTRY        OCCURS $recorder TIMES.           26/10/15
977006         03  LRA--RING-SNAME     PIC X(30).                       26/10/15
977010         03  LRA--RING-ENAME     PIC X(30).                       26/10/15
977014         03  LRA--RING-MNAME     PIC X(30).                       26/10/15
977018:if module "Dialog-Call"                                          26/10/15
977022 01  LRA--CALL-STACK.                                             26/10/15
977026     02  LRA--STACK-NAME         PIC X(30)                        26/10/15
977030                                 OCCURS $stack_max TIMES.         26/10/15
977034:endif                                                            26/10/15
977038:if "$journal" = "yes"                                            26/10/15
977042                                                                  26/10/15
977046 01  LRA--JOURNAL-LINE           PIC X(60).                       26/10/15
977050 01  FILLER                      REDEFINES  LRA--JOURNAL-LINE.    26/10/15
977070     02  LRA--JR-EVENT           PIC $swidth.                     26/10/15
977074     02  FILLER                  PIC X.                           26/10/15
977078     02  LRA--JR-DATA            PIC X(50).                       26/10/15
977082*    THE LAST TEN JOURNAL RECORDS, KEPT ROUND A RING              26/10/15
977086 01  LRA--JOURNAL-LAST.                                           26/10/15
977090     02  LRA--JL-ENTRY                      OCCURS 10 TIMES.      26/10/15
977094         03  LRA--JL-EVENT       PIC S9(4)  COMP.                 26/10/15
977098         03  LRA--JL-DATA        PIC X(50).                       26/10/15
977102:endif                                                            26/10/15
977106:if "$trace" = "yes"                                              26/10/15
977110                                                                  26/10/15
977114 01  LRA--TRACE-LINE             PIC X(80).                       26/10/15
977118 01  FILLER                      REDEFINES  LRA--TRACE-LINE.      26/10/15
977122     02  FILLER                  PIC X(16).                       26/10/15
977126     02  LRA--TRACE-HEADER       PIC X(34).                       26/10/15
977130*    THE LAST TEN TRACE RECORDS, KEPT ROUND A RING                26/10/15
977134 01  LRA--TRACE-LAST.                                             26/10/15
977138     02  LRA--TL-RECORD          PIC X(80)  OCCURS 10 TIMES.      26/10/15
977142:endif                                                            26/10/15
977146:if "$recover" = "yes"                                            26/10/15
977150                                                                  26/10/15
977154 01  LRA--RECOVERY-LINE          PIC X(80).                       26/10/15
977158 01  FILLER                      REDEFINES  LRA--RECOVERY-LINE.   26/10/15
977162     02  LRA--RV-STATE           PIC $swidth.                     26/10/15
977166     02  FILLER                  PIC X.                           26/10/15
977170     02  LRA--RV-EVENT           PIC $swidth.                     26/10/15
977174:if "$restart" = "yes"                                            26/10/15
977178:if module "Dialog-Call"                                          26/10/15
977182     02  FILLER                  PIC X.                           26/10/15
977186     02  LRA--RV-STACK           PIC $swidth.                     26/10/15
977190:endif                                                            26/10/15
977194:if defaults                                                      26/10/15
977198     02  FILLER                  PIC X.                           26/10/15
977202     02  LRA--RV-DFLTS           PIC S9(5).                       26/10/15
977206:endif                                                            26/10/15
977210:if "$eventfile" = "yes"                                          26/10/15
977214     02  FILLER                  PIC X.                           26/10/15
977218     02  LRA--RV-EVTREC          PIC 9(9).                        26/10/15
977222:endif                                                            26/10/15
977226:endif                                                            26/10/15
977230 01  LRA--CHECKPOINT.                                             26/10/15
977234     02  LRA--CP-STATE           PIC S9(4)  COMP VALUE ZERO.      26/10/15
977238     02  LRA--CP-EVENT           PIC S9(4)  COMP VALUE ZERO.      26/10/15
977242:if "$restart" = "yes"                                            26/10/15
977246:if module "Dialog-Call"                                          26/10/15
977250     02  LRA--CP-DEPTH           PIC S9(4)  COMP VALUE ZERO.      26/10/15
977254     02  LRA--CP-STACK           PIC S9(4)  COMP                  26/10/15
977258                                            OCCURS $stack_max.    26/10/15
977262:endif                                                            26/10/15
977266:if defaults                                                      26/10/15
977270     02  LRA--CP-DFLTS           PIC S9(5)  VALUE ZERO.           26/10/15
977274:endif                                                            26/10/15
977278:if "$eventfile" = "yes"                                          26/10/15
977282     02  LRA--CP-EVTREC          PIC 9(9)   VALUE ZERO.           26/10/15
977286:endif                                                            26/10/15
977290:endif                                                            26/10/15
977294:endif                                                            26/10/15
977298                                                                  26/10/15
977302*    A LINE OF THE MESSAGE CATALOG, SPLIT INTO ITS FIRST TWO WORDS26/10/15
977306*    AND THE REST                                                 26/10/15
977310 01  LRA--MSGCAT-LINE            PIC X(80)  VALUE SPACES.         26/10/15
977314 01  LRA--TOKENS.                                                 26/10/15
977318     02  LRA--TOKEN-1            PIC X(12).                       26/10/15
977322     02  LRA--TOKEN-2            PIC X(12).                       26/10/15
977326     02  LRA--TOKEN-REST         PIC X(80).                       26/10/15
977330                                                                  26/10/15
977334 01  LRA--FACT-LINE.                                              26/10/15
977338     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
977342     02  LRA--FL-LABEL           PIC X(24).                       26/10/15
977346     02  LRA--FL-VALUE           PIC X(104).                      26/10/15
977350 01  FILLER                      REDEFINES  LRA--FACT-LINE.       26/10/15
977354     02  FILLER                  PIC X(28).                       26/10/15
977358     02  LRA--FL-NUMBER          PIC Z(8)9.                       26/10/15
977362     02  LRA--FL-NOTE            PIC X(95).                       26/10/15
977366                                                                  26/10/15
977370 01  LRA--NAME-LINE.                                              26/10/15
977374     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
977378     02  LRA--NL-SEQ             PIC Z(8)9.                       26/10/15
977382     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
977386     02  LRA--NL-FIRST           PIC X(30).                       26/10/15
977390     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
977394     02  LRA--NL-SECOND          PIC X(30).                       26/10/15
977398     02  FILLER                  PIC X      VALUE SPACE.          26/10/15
977402     02  LRA--NL-THIRD           PIC X(50).                       26/10/15
977406     02  FILLER                  PIC X(5)   VALUE SPACES.         26/10/15
977410 01  FILLER                      REDEFINES  LRA--NAME-LINE.       26/10/15
977414     02  FILLER                  PIC X(46).                       26/10/15
977418     02  LRA--NL-REST            PIC X(86).                       26/10/15
977422 01  FILLER                      REDEFINES  LRA--NAME-LINE.       26/10/15
977426     02  FILLER                  PIC X(4).                        26/10/15
977430     02  LRA--NL-TEXT            PIC X(128).                      26/10/15
977434                                                                  26/10/15
977438 01  LRA--SIGNATURE-LINE.                                         26/10/15
977442     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
977446     02  LRA--SL-NAME            PIC X(24).                       26/10/15
977450     02  LRA--SL-SIGNATURE       PIC X(8).                        26/10/15
977454     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
977458     02  LRA--SL-VERDICT         PIC X(94).                       26/10/15
977462                                                                  26/10/15
977466 01  LRA--FILE-LINE.                                              26/10/15
977470     02  FILLER                  PIC X(4)   VALUE SPACES.         26/10/15
977474     02  LRA--FR-DDNAME          PIC X(8).                        26/10/15
977478     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
977482     02  LRA--FR-STATE           PIC X(36).                       26/10/15
977486     02  FILLER                  PIC X(2)   VALUE SPACES.         26/10/15
977490     02  LRA--FR-DATASET         PIC X(80).                       26/10/15
977494                                                                  26/10/15
977498 PROCEDURE DIVISION.                                              26/10/15
977502                                                                  26/10/15
977506 LRA--MAIN.                                                       26/10/15
977510     PERFORM LRA--COMPUTE-SIGNATURE                               26/10/15
977514     PERFORM LRA--INITIALISE-FILES                                26/10/15
977518     PERFORM LRA--GET-RUN-ASKED                                   26/10/15
977522     IF LRA--ASKED-BAD = "N"                                      26/10/15
977526         PERFORM LRA--FIND-RUN                                    26/10/15
977530     .                                                            26/10/15
977534     OPEN OUTPUT LRA--REPORT-FILE                                 26/10/15
977538     MOVE "INCIDENT REPORT FOR $SOURCE" TO LRA--REPORT-RECORD     26/10/15
977542     WRITE LRA--REPORT-RECORD                                     26/10/15
977546     IF LRA--RUN-FOUND = "Y"                                      26/10/15
977550         PERFORM LRA--COLLECT-EVIDENCE                            26/10/15
977554         PERFORM LRA--WRITE-REPORT                                26/10/15
977558     ELSE                                                         26/10/15
977562         PERFORM LRA--WRITE-NO-RUN                                26/10/15
977566     .                                                            26/10/15
977570     CLOSE LRA--REPORT-FILE                                       26/10/15
977574     PERFORM LRA--SET-RETURN-CODE                                 26/10/15
977578     STOP RUN                                                     26/10/15
977582     .                                                            26/10/15
977586                                                                  26/10/15
977590*    THE SAME ROLLING HASH OVER THE SAME TABLES AS THE PROGRAM    26/10/15
977594*    ITSELF COMPUTES, SO THE TWO SIGNATURES ALWAYS AGREE          26/10/15
977598 LRA--COMPUTE-SIGNATURE.                                          26/10/15
977602     MOVE ZERO TO LRA--SIG-ACCUM                                  26/10/15
977606     MOVE $states  TO LRA--SIG-ITEM                               26/10/15
977610     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977614     MOVE $events  TO LRA--SIG-ITEM                               26/10/15
977618     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977622     MOVE $modules TO LRA--SIG-ITEM                               26/10/15
977626     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977630     PERFORM LRA--SIGN-STATE-ROW                                  26/10/15
977634       VARYING LRA--S FROM 1 BY 1 UNTIL LRA--S > $states          26/10/15
977638     PERFORM LRA--SIGN-VECTOR-ENTRY                               26/10/15
977642       VARYING LRA--SUB FROM 1 BY 1 UNTIL LRA--SUB > $vectors     26/10/15
977646     PERFORM LRA--SIGN-MODULE-ENTRY                               26/10/15
977650       VARYING LRA--SUB FROM 1 BY 1 UNTIL LRA--SUB > $tblsize     26/10/15
977654     MOVE LRA--SIG-ACCUM TO LRA--NEW-SIGNATURE                    26/10/15
977658     MOVE LRA--NEW-SIGNATURE TO LRA--BUILD-SIGNATURE              26/10/15
977662     .                                                            26/10/15
977666                                                                  26/10/15
977670 LRA--SIGN-STATE-ROW.                                             26/10/15
977674     PERFORM LRA--SIGN-STATE-EVENT                                26/10/15
977678       VARYING LRA--E FROM 1 BY 1 UNTIL LRA--E > $events          26/10/15
977682     .                                                            26/10/15
977686                                                                  26/10/15
977690 LRA--SIGN-STATE-EVENT.                                           26/10/15
977694     MOVE LR--NEXTST (LRA--S, LRA--E) TO LRA--SIG-ITEM            26/10/15
977698     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977702     MOVE LR--ACTION (LRA--S, LRA--E) TO LRA--SIG-ITEM            26/10/15
977706     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977710     .                                                            26/10/15
977714                                                                  26/10/15
977718 LRA--SIGN-VECTOR-ENTRY.                                          26/10/15
977722     MOVE LR--OFFSET (LRA--SUB) TO LRA--SIG-ITEM                  26/10/15
977726     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977730     .                                                            26/10/15
977734                                                                  26/10/15
977738 LRA--SIGN-MODULE-ENTRY.                                          26/10/15
977742     MOVE LR--MODULE (LRA--SUB) TO LRA--SIG-ITEM                  26/10/15
977746     PERFORM LRA--ROLL-SIGNATURE                                  26/10/15
977750     .                                                            26/10/15
977754                                                                  26/10/15
977758 LRA--ROLL-SIGNATURE.                                             26/10/15
977762     COMPUTE LRA--SIG-WORK = LRA--SIG-ACCUM * 37 + LRA--SIG-ITEM  26/10/15
977766     DIVIDE LRA--SIG-WORK BY 99999989                             26/10/15
977770         GIVING LRA--SIG-JUNK REMAINDER LRA--SIG-ACCUM            26/10/15
977774     .                                                            26/10/15
977778                                                                  26/10/15
977782*    FILES THE OPTIONS DID NOT BUILD ARE NEVER LOOKED FOR         26/10/15
977786 LRA--INITIALISE-FILES.                                           26/10/15
977790     MOVE SPACES TO LRA--FILES                                    26/10/15
977794:if "$generations" != "yes"                                       26/10/15
977798     MOVE "N" TO LRA--FILE-STATE (2)                              26/10/15
977802:endif                                                            26/10/15
977806:if "$journal" != "yes"                                           26/10/15
977810     MOVE "N" TO LRA--FILE-STATE (4)                              26/10/15
977814:endif                                                            26/10/15
977818:if "$trace" != "yes"                                             26/10/15
977822     MOVE "N" TO LRA--FILE-STATE (5)                              26/10/15
977826:endif                                                            26/10/15
977830:if "$recover" != "yes"                                           26/10/15
977834     MOVE "N" TO LRA--FILE-STATE (6)                              26/10/15
977838:endif                                                            26/10/15
977842     .                                                            26/10/15
977846                                                                  26/10/15
977850*    LRINCRUN IS THE START DATE AND TIME, YYMMDD HHMMSS WITH OR   26/10/15
977854*    WITHOUT THE HUNDREDTHS; LRINCGEN A FOUR-DIGIT GENERATION     26/10/15
977858 LRA--GET-RUN-ASKED.                                              26/10/15
977862     ACCEPT LRA--RUN-WANTED FROM ENVIRONMENT "LRINCRUN"           26/10/15
977866     ACCEPT LRA--GEN-WANTED FROM ENVIRONMENT "LRINCGEN"           26/10/15
977870     IF LRA--RUN-WANTED NOT = SPACES                              26/10/15
977874         PERFORM LRA--CHECK-RUN-WANTED                            26/10/15
977878     .                                                            26/10/15
977882     IF LRA--GEN-WANTED NOT = SPACES                              26/10/15
977886        AND LRA--GEN-WANTED NOT NUMERIC                           26/10/15
977890         MOVE "Y" TO LRA--ASKED-BAD                               26/10/15
977894     .                                                            26/10/15
977898                                                                  26/10/15
977902 LRA--CHECK-RUN-WANTED.                                           26/10/15
977906     MOVE ZERO TO LRA--LEAD                                       26/10/15
977910     INSPECT LRA--RUN-WANTED                                      26/10/15
977914         TALLYING LRA--LEAD FOR LEADING SPACES                    26/10/15
977918     COMPUTE LRA--POINTER = LRA--LEAD + 1                         26/10/15
977922     UNSTRING LRA--RUN-WANTED DELIMITED BY ALL SPACE              26/10/15
977926         INTO LRA--WANT-DATE COUNT IN LRA--DATE-LENGTH            26/10/15
977930              LRA--WANT-TIME COUNT IN LRA--TIME-LENGTH            26/10/15
977934              LRA--WANT-REST                                      26/10/15
977938         WITH POINTER LRA--POINTER                                26/10/15
977942     IF LRA--DATE-LENGTH NOT = 6                                  26/10/15
977946        OR LRA--WANT-DATE NOT NUMERIC                             26/10/15
977950        OR LRA--WANT-HHMMSS NOT NUMERIC                           26/10/15
977954        OR LRA--WANT-REST NOT = SPACES                            26/10/15
977958         MOVE "Y" TO LRA--ASKED-BAD                               26/10/15
977962     .                                                            26/10/15
977966     IF LRA--TIME-LENGTH = 6                                      26/10/15
977970         MOVE SPACES TO LRA--WANT-CC                              26/10/15
977974     ELSE                                                         26/10/15
977978     IF LRA--TIME-LENGTH NOT = 8 OR LRA--WANT-CC NOT NUMERIC      26/10/15
977982         MOVE "Y" TO LRA--ASKED-BAD                               26/10/15
977986     .                                                            26/10/15
977990                                                                  26/10/15
977994*    THE LAST RUNFILE RECORD OF $SOURCE WITH THE STAMP (AND       26/10/15
977998*    GENERATION) ASKED FOR; ANY LATER RUNS ARE COUNTED            26/10/15
978002 LRA--FIND-RUN.                                                   26/10/15
978006     OPEN INPUT LRA--RUNLOG-FILE                                  26/10/15
978010     IF LRA--RUNLOG-STATUS = "00" OR LRA--RUNLOG-STATUS = "05"    26/10/15
978014         MOVE "N" TO LRA--EOF                                     26/10/15
978018         PERFORM LRA--READ-RUNLOG                                 26/10/15
978022         PERFORM LRA--CHECK-RUN                                   26/10/15
978026           UNTIL LRA--AT-EOF                                      26/10/15
978030         CLOSE LRA--RUNLOG-FILE                                   26/10/15
978034     ELSE                                                         26/10/15
978038         MOVE "Y" TO LRA--RUNLOG-BAD                              26/10/15
978042     .                                                            26/10/15
978046     IF LRA--RUNLOG-BAD = "Y"                                     26/10/15
978050         MOVE "N" TO LRA--RUN-FOUND                               26/10/15
978054     .                                                            26/10/15
978058     IF LRA--RUN-FOUND = "Y"                                      26/10/15
978062         MOVE "U" TO LRA--FILE-STATE (1)                          26/10/15
978066     .                                                            26/10/15
978070                                                                  26/10/15
978074 LRA--READ-RUNLOG.                                                26/10/15
978078     READ LRA--RUNLOG-FILE                                        26/10/15
978082         AT END                                                   26/10/15
978086             MOVE "Y" TO LRA--EOF                                 26/10/15
978090     .                                                            26/10/15
978094     IF LRA--RUNLOG-STATUS NOT = "00"                             26/10/15
978098        AND LRA--RUNLOG-STATUS NOT = "10"                         26/10/15
978102         MOVE "Y" TO LRA--RUNLOG-BAD                              26/10/15
978106         MOVE "Y" TO LRA--EOF                                     26/10/15
978110     .                                                            26/10/15
978114                                                                  26/10/15
978118 LRA--CHECK-RUN.                                                  26/10/15
978122     IF LRA--RF-PROGRAM = LRA--PROGRAM                            26/10/15
978126         PERFORM LRA--MATCH-RUN                                   26/10/15
978130     .                                                            26/10/15
978134     PERFORM LRA--READ-RUNLOG                                     26/10/15
978138     .                                                            26/10/15
978142                                                                  26/10/15
978146 LRA--MATCH-RUN.                                                  26/10/15
978150     MOVE "Y" TO LRA--RUN-MATCHING                                26/10/15
978154     IF LRA--RUN-WANTED NOT = SPACES                              26/10/15
978158        AND (LRA--RF-SDATE NOT = LRA--WANT-DATE                   26/10/15
978162          OR LRA--RF-HHMMSS NOT = LRA--WANT-HHMMSS)               26/10/15
978166         MOVE "N" TO LRA--RUN-MATCHING                            26/10/15
978170     .                                                            26/10/15
978174     IF LRA--WANT-CC NOT = SPACES                                 26/10/15
978178        AND LRA--RF-CC NOT = LRA--WANT-CC                         26/10/15
978182         MOVE "N" TO LRA--RUN-MATCHING                            26/10/15
978186     .                                                            26/10/15
978190     IF LRA--GEN-WANTED NOT = SPACES                              26/10/15
978194        AND LRA--RF-GEN NOT = LRA--GEN-WANTED                     26/10/15
978198         MOVE "N" TO LRA--RUN-MATCHING                            26/10/15
978202     .                                                            26/10/15
978206     IF LRA--RUN-MATCHING = "Y"                                   26/10/15
978210         MOVE "Y" TO LRA--RUN-FOUND                               26/10/15
978214         MOVE LRA--RUNLOG-RECORD TO LRA--RUN-LINE                 26/10/15
978218         ADD 1 TO LRA--RUN-MATCHES                                26/10/15
978222         MOVE ZERO TO LRA--LATER-RUNS                             26/10/15
978226     ELSE                                                         26/10/15
978230     IF LRA--RUN-FOUND = "Y"                                      26/10/15
978234         ADD 1 TO LRA--LATER-RUNS                                 26/10/15
978238     .                                                            26/10/15
978242                                                                  26/10/15
978246 LRA--COLLECT-EVIDENCE.                                           26/10/15
978250:if "$generations" = "yes"                                        26/10/15
978254     PERFORM LRA--LOCATE-GENERATION                               26/10/15
978258:endif                                                            26/10/15
978262     IF LRA--FILE-STATE (3) = SPACE                               26/10/15
978266         PERFORM LRA--READ-DUMP                                   26/10/15
978270     .                                                            26/10/15
978274:if "$journal" = "yes"                                            26/10/15
978278     IF LRA--FILE-STATE (4) = SPACE                               26/10/15
978282         PERFORM LRA--READ-JOURNAL                                26/10/15
978286     .                                                            26/10/15
978290:endif                                                            26/10/15
978294:if "$trace" = "yes"                                              26/10/15
978298     IF LRA--FILE-STATE (5) = SPACE                               26/10/15
978302         PERFORM LRA--READ-TRACE                                  26/10/15
978306     .                                                            26/10/15
978310:endif                                                            26/10/15
978314:if "$recover" = "yes"                                            26/10/15
978318     PERFORM LRA--READ-RECOVERY                                   26/10/15
978322:endif                                                            26/10/15
978326     PERFORM LRA--READ-MSGCAT                                     26/10/15
978330     PERFORM LRA--CHECK-FILE-SIGNATURE                            26/10/15
978334       VARYING LRA--F FROM 3 BY 1 UNTIL LRA--F > 6                26/10/15
978338     .                                                            26/10/15
978342:if "$generations" = "yes"                                        26/10/15
978346                                                                  26/10/15
978350*    THE RUN'S OWN TRACE, JOURNAL AND DUMP ARE THE DATA SETS      26/10/15
978354*    GENCAT LISTS FOR ITS GENERATION; EACH IS POINTED AT THROUGH  26/10/15
978358*    THE ENVIRONMENT BEFORE IT IS OPENED.  ONE THE CATALOG DOES   26/10/15
978362*    NOT LIST FOR THE GENERATION (PURGED, OR NOT TAKEN BY A       26/10/15
978366*    REPLAY) IS NOT LOOKED FOR.  A RUN WITH NO GENERATION COULD   26/10/15
978370*    NOT WRITE TO GENCAT, AND USED THE USUAL NAMES.               26/10/15
978374 LRA--LOCATE-GENERATION.                                          26/10/15
978378     IF LRA--RUN-GEN NOT NUMERIC OR LRA--RUN-GEN-9 = ZERO         26/10/15
978382         MOVE "Y" TO LRA--UNCATALOGUED                            26/10/15
978386     ELSE                                                         26/10/15
978390         PERFORM LRA--MARK-GENERATION-FILE                        26/10/15
978394           VARYING LRA--F FROM 3 BY 1 UNTIL LRA--F > 5            26/10/15
978398         PERFORM LRA--READ-GENCAT                                 26/10/15
978402     .                                                            26/10/15
978406                                                                  26/10/15
978410 LRA--MARK-GENERATION-FILE.                                       26/10/15
978414     IF LRA--FILE-STATE (LRA--F) = SPACE                          26/10/15
978418         MOVE "C" TO LRA--FILE-STATE (LRA--F)                     26/10/15
978422     .                                                            26/10/15
978426                                                                  26/10/15
978430 LRA--READ-GENCAT.                                                26/10/15
978434     OPEN INPUT LRA--GENCAT-FILE                                  26/10/15
978438     IF LRA--GENCAT-STATUS = "00" OR LRA--GENCAT-STATUS = "05"    26/10/15
978442         MOVE "A" TO LRA--FILE-STATE (2)                          26/10/15
978446         MOVE "N" TO LRA--EOF                                     26/10/15
978450         PERFORM LRA--READ-GENCAT-ENTRY                           26/10/15
978454         PERFORM LRA--TAKE-GENCAT-ENTRY                           26/10/15
978458           UNTIL LRA--AT-EOF                                      26/10/15
978462         CLOSE LRA--GENCAT-FILE                                   26/10/15
978466     ELSE                                                         26/10/15
978470         MOVE "E" TO LRA--FILE-STATE (2)                          26/10/15
978474     .                                                            26/10/15
978478                                                                  26/10/15
978482 LRA--READ-GENCAT-ENTRY.                                          26/10/15
978486     READ LRA--GENCAT-FILE                                        26/10/15
978490         AT END                                                   26/10/15
978494             MOVE "Y" TO LRA--EOF                                 26/10/15
978498     .                                                            26/10/15
978502     IF LRA--GENCAT-STATUS NOT = "00"                             26/10/15
978506        AND LRA--GENCAT-STATUS NOT = "10"                         26/10/15
978510         MOVE "Y" TO LRA--EOF                                     26/10/15
978514     .                                                            26/10/15
978518                                                                  26/10/15
978522 LRA--TAKE-GENCAT-ENTRY.                                          26/10/15
978526     MOVE "U" TO LRA--FILE-STATE (2)                              26/10/15
978530     MOVE ZERO TO LRA--F                                          26/10/15
978534     IF LRA--GC-PROGRAM = LRA--PROGRAM                            26/10/15
978538        AND LRA--GC-NUMBER = LRA--RUN-GEN                         26/10/15
978542        AND LRA--GC-START = LRA--RUN-START                        26/10/15
978546         PERFORM LRA--NUMBER-RUN-FILE                             26/10/15
978550     .                                                            26/10/15
978554     IF LRA--F > ZERO                                             26/10/15
978558         PERFORM LRA--POINT-AT-DATASET                            26/10/15
978562     .                                                            26/10/15
978566     PERFORM LRA--READ-GENCAT-ENTRY                               26/10/15
978570     .                                                            26/10/15
978574                                                                  26/10/15
978578 LRA--NUMBER-RUN-FILE.                                            26/10/15
978582     IF LRA--GC-DDNAME = "DMPFILE"                                26/10/15
978586         MOVE 3 TO LRA--F                                         26/10/15
978590     ELSE                                                         26/10/15
978594     IF LRA--GC-DDNAME = "JRNFILE"                                26/10/15
978598         MOVE 4 TO LRA--F                                         26/10/15
978602     ELSE                                                         26/10/15
978606     IF LRA--GC-DDNAME = "TRCFILE"                                26/10/15
978610         MOVE 5 TO LRA--F                                         26/10/15
978614     .                                                            26/10/15
978618                                                                  26/10/15
978622 LRA--POINT-AT-DATASET.                                           26/10/15
978626     IF LRA--FILE-STATE (LRA--F) = "C"                            26/10/15
978630         MOVE SPACE TO LRA--FILE-STATE (LRA--F)                   26/10/15
978634         MOVE LRA--GC-DATASET TO LRA--FILE-DATASET (LRA--F)       26/10/15
978638         DISPLAY LRA--GC-DDNAME UPON ENVIRONMENT-NAME             26/10/15
978642         DISPLAY LRA--GC-DATASET UPON ENVIRONMENT-VALUE           26/10/15
978646     .                                                            26/10/15
978650:endif                                                            26/10/15
978654                                                                  26/10/15
978658*    A FILE IS TAKEN AS THIS RUN'S ONLY WHEN ITS FIRST RECORD     26/10/15
978662*    CARRIES THE BUILD SIGNATURE AND THE START STAMP OF THE RUN   26/10/15
978666 LRA--CHECK-HEADER.                                               26/10/15
978670     IF LRA--AT-EOF                                               26/10/15
978674         MOVE "A" TO LRA--FILE-STATE (LRA--F)                     26/10/15
978678     ELSE                                                         26/10/15
978682     IF LRA--HD-TAG NOT = "LRSIG "                                26/10/15
978686        OR LRA--HD-RUN-TAG NOT = " RUN "                          26/10/15
978690         MOVE "B" TO LRA--FILE-STATE (LRA--F)                     26/10/15
978694         MOVE "Y" TO LRA--EOF                                     26/10/15
978698     ELSE                                                         26/10/15
978702         MOVE LRA--HD-SIGNATURE TO LRA--FILE-SIGNATURE (LRA--F)   26/10/15
978706         MOVE LRA--HD-START     TO LRA--FILE-START (LRA--F)       26/10/15
978710         MOVE "U" TO LRA--FILE-STATE (LRA--F)                     26/10/15
978714     .                                                            26/10/15
978718                                                                  26/10/15
978722 LRA--CHECK-RUN-STAMP.                                            26/10/15
978726     IF LRA--FILE-STATE (LRA--F) = "U"                            26/10/15
978730        AND LRA--FILE-START (LRA--F) NOT = LRA--RUN-START         26/10/15
978734         MOVE "F" TO LRA--FILE-STATE (LRA--F)                     26/10/15
978738         MOVE "Y" TO LRA--EOF                                     26/10/15
978742     .                                                            26/10/15
978746                                                                  26/10/15
978750*    THE DUMP: SIGNATURE LINE, THE LRABN LINE, THE FLIGHT RECORDER26/10/15
978754*    OLDEST FIRST AND, WITH DIALOG-CALL, THE STACK BOTTOM FIRST   26/10/15
978758 LRA--READ-DUMP.                                                  26/10/15
978762     MOVE 3 TO LRA--F                                             26/10/15
978766     OPEN INPUT LRA--DUMP-FILE                                    26/10/15
978770     IF LRA--DUMP-STATUS = "00" OR LRA--DUMP-STATUS = "05"        26/10/15
978774         MOVE "N" TO LRA--EOF                                     26/10/15
978778         PERFORM LRA--READ-DUMP-LINE                              26/10/15
978782         MOVE LRA--DUMP-LINE TO LRA--HEADER                       26/10/15
978786         PERFORM LRA--CHECK-HEADER                                26/10/15
978790         PERFORM LRA--CHECK-RUN-STAMP                             26/10/15
978794         PERFORM LRA--TAKE-DUMP-LINE                              26/10/15
978798           UNTIL LRA--AT-EOF                                      26/10/15
978802         CLOSE LRA--DUMP-FILE                                     26/10/15
978806     ELSE                                                         26/10/15
978810         MOVE "E" TO LRA--FILE-STATE (3)                          26/10/15
978814     .                                                            26/10/15
978818                                                                  26/10/15
978822 LRA--READ-DUMP-LINE.                                             26/10/15
978826     READ LRA--DUMP-FILE INTO LRA--DUMP-LINE                      26/10/15
978830         AT END                                                   26/10/15
978834             MOVE "Y" TO LRA--EOF                                 26/10/15
978838     .                                                            26/10/15
978842     IF LRA--DUMP-STATUS NOT = "00"                               26/10/15
978846        AND LRA--DUMP-STATUS NOT = "10"                           26/10/15
978850         MOVE "Y" TO LRA--EOF                                     26/10/15
978854     .                                                            26/10/15
978858                                                                  26/10/15
978862 LRA--TAKE-DUMP-LINE.                                             26/10/15
978866     PERFORM LRA--READ-DUMP-LINE                                  26/10/15
978870     IF NOT LRA--AT-EOF                                           26/10/15
978874         PERFORM LRA--SORT-DUMP-LINE                              26/10/15
978878     .                                                            26/10/15
978882                                                                  26/10/15
978886 LRA--SORT-DUMP-LINE.                                             26/10/15
978890     IF LRA--DA-TAG = "LRABN "                                    26/10/15
978894         PERFORM LRA--TAKE-ABEND-LINE                             26/10/15
978898     ELSE                                                         26/10/15
978902     IF LRA--DUMP-LINE = "FLIGHT RECORDER - OLDEST TO NEWEST"     26/10/15
978906         MOVE "R" TO LRA--DUMP-PART                               26/10/15
978910     ELSE                                                         26/10/15
978914     IF LRA--DUMP-LINE = "DIALOG-CALL STACK - BOTTOM TO TOP"      26/10/15
978918         MOVE "S" TO LRA--DUMP-PART                               26/10/15
978922     ELSE                                                         26/10/15
978926     IF LRA--DUMP-PART = "R"                                      26/10/15
978930         PERFORM LRA--TAKE-RING-LINE                              26/10/15
978934:if module "Dialog-Call"                                          26/10/15
978938     ELSE                                                         26/10/15
978942     IF LRA--DUMP-PART = "S"                                      26/10/15
978946         PERFORM LRA--TAKE-STACK-LINE                             26/10/15
978950:endif                                                            26/10/15
978954     .                                                            26/10/15
978958                                                                  26/10/15
978962 LRA--TAKE-ABEND-LINE.                                            26/10/15
978966     MOVE "Y" TO LRA--HAVE-ABEND-LINE                             26/10/15
978970     MOVE LRA--DA-MSGID  TO LRA--ABEND-MSGID                      26/10/15
978974     MOVE LRA--DA-DETAIL TO LRA--ABEND-DETAIL                     26/10/15
978978     IF LRA--DA-STATE NUMERIC                                     26/10/15
978982         MOVE LRA--DA-STATE TO LRA--ABEND-STATE                   26/10/15
978986     .                                                            26/10/15
978990     IF LRA--DA-EVENT NUMERIC                                     26/10/15
978994         MOVE LRA--DA-EVENT TO LRA--ABEND-EVENT                   26/10/15
978998     .                                                            26/10/15
979002     IF LRA--DA-MODULES NUMERIC                                   26/10/15
979006         MOVE LRA--DA-MODULES TO LRA--ABEND-MODULES               26/10/15
979010     .                                                            26/10/15
979014                                                                  26/10/15
979018 LRA--TAKE-RING-LINE.                                             26/10/15
979022     ADD 1 TO LRA--RING-COUNT                                     26/10/15
979026     IF LRA--RING-COUNT NOT > $recorder                           26/10/15
979030         MOVE LRA--RING-COUNT TO LRA--RING-SHOWN                  26/10/15
979034         MOVE LRA--DR-SNAME TO LRA--RING-SNAME (LRA--RING-SHOWN)  26/10/15
979038         MOVE LRA--DR-ENAME TO LRA--RING-ENAME (LRA--RING-SHOWN)  26/10/15
979042         MOVE LRA--DR-MNAME TO LRA--RING-MNAME (LRA--RING-SHOWN)  26/10/15
979046     .                                                            26/10/15
979050:if module "Dialog-Call"                                          26/10/15
979054                                                                  26/10/15
979058 LRA--TAKE-STACK-LINE.                                            26/10/15
979062     IF LRA--STACK-COUNT < $stack_max                             26/10/15
979066         ADD 1 TO LRA--STACK-COUNT                                26/10/15
979070         MOVE LRA--DR-SNAME TO LRA--STACK-NAME (LRA--STACK-COUNT) 26/10/15
979074     .                                                            26/10/15
979078:endif                                                            26/10/15
979082:if "$journal" = "yes"                                            26/10/15
979086                                                                  26/10/15
979090*    THE JOURNAL: ITS LAYOUT TAG, SIGNATURE AND RUN STAMP, THEN   26/10/15
979094*    ONE RECORD PER EVENT; THE LAST TEN ARE KEPT                  26/10/15
979098 LRA--READ-JOURNAL.                                               26/10/15
979102     MOVE 4 TO LRA--F                                             26/10/15
979106     OPEN INPUT LRA--JOURNAL-FILE                                 26/10/15
979110     IF LRA--JOURNAL-STATUS = "00" OR LRA--JOURNAL-STATUS = "05"  26/10/15
979114         MOVE "N" TO LRA--EOF                                     26/10/15
979118         PERFORM LRA--READ-JOURNAL-LINE                           26/10/15
979122         PERFORM LRA--TAKE-JOURNAL-HEAD                           26/10/15
979138         PERFORM LRA--CHECK-HEADER                                26/10/15
979142         PERFORM LRA--CHECK-RUN-STAMP                             26/10/15
979146         PERFORM LRA--TAKE-JOURNAL-LINE                           26/10/15
979150           UNTIL LRA--AT-EOF                                      26/10/15
979154         CLOSE LRA--JOURNAL-FILE                                  26/10/15
979158     ELSE                                                         26/10/15
979162         MOVE "E" TO LRA--FILE-STATE (4)                          26/10/15
979163     .                                                            26/10/15
979164                                                                  26/10/15
979165*    THE JOURNAL IS HEADED BY ITS RECORD LAYOUT TAG RATHER THAN   26/10/15
979166*    LRSIG; A JOURNAL IN ANY OTHER LAYOUT IS NOT THIS RUN'S       26/10/15
979167 LRA--TAKE-JOURNAL-HEAD.                                          26/10/15
979168     MOVE LRA--JOURNAL-LINE TO LRA--HEADER                        26/10/15
979169     IF LRA--HD-TAG = "LRJ60 "                                    26/10/15
979170         MOVE "LRSIG " TO LRA--HD-TAG                             26/10/15
979171     ELSE                                                         26/10/15
979172         MOVE SPACES TO LRA--HD-TAG                               26/10/15
979173     .                                                            26/10/15
979174                                                                  26/10/15
979175 LRA--READ-JOURNAL-LINE.                                          26/10/15
979178     READ LRA--JOURNAL-FILE INTO LRA--JOURNAL-LINE                26/10/15
979182         AT END                                                   26/10/15
979186             MOVE "Y" TO LRA--EOF                                 26/10/15
979190     .                                                            26/10/15
979194     IF LRA--JOURNAL-STATUS NOT = "00"                            26/10/15
979198        AND LRA--JOURNAL-STATUS NOT = "10"                        26/10/15
979202         MOVE "Y" TO LRA--EOF                                     26/10/15
979206     .                                                            26/10/15
979210                                                                  26/10/15
979214 LRA--TAKE-JOURNAL-LINE.                                          26/10/15
979218     PERFORM LRA--READ-JOURNAL-LINE                               26/10/15
979222     IF NOT LRA--AT-EOF                                           26/10/15
979226         PERFORM LRA--KEEP-JOURNAL-LINE                           26/10/15
979230     .                                                            26/10/15
979234                                                                  26/10/15
979238 LRA--KEEP-JOURNAL-LINE.                                          26/10/15
979242     ADD 1 TO LRA--JRN-COUNT                                      26/10/15
979246     ADD 1 TO LRA--JRN-PTR                                        26/10/15
979250     IF LRA--JRN-PTR > 10                                         26/10/15
979254         MOVE 1 TO LRA--JRN-PTR                                   26/10/15
979258     .                                                            26/10/15
979262     MOVE ZERO TO LRA--JL-EVENT (LRA--JRN-PTR)                    26/10/15
979266     IF LRA--JR-EVENT NUMERIC                                     26/10/15
979270         MOVE LRA--JR-EVENT TO LRA--JL-EVENT (LRA--JRN-PTR)       26/10/15
979274     .                                                            26/10/15
979278     MOVE LRA--JR-DATA TO LRA--JL-DATA (LRA--JRN-PTR)             26/10/15
979282     .                                                            26/10/15
979286:endif                                                            26/10/15
979290:if "$trace" = "yes"                                              26/10/15
979294                                                                  26/10/15
979298*    THE TRACE: ITS SIGNATURE AND RUN STAMP, THEN THE TRACE LINES;26/10/15
979302*    THE LAST TEN ARE KEPT                                        26/10/15
979306 LRA--READ-TRACE.                                                 26/10/15
979310     MOVE 5 TO LRA--F                                             26/10/15
979314     OPEN INPUT LRA--TRACE-FILE                                   26/10/15
979318     IF LRA--TRACE-STATUS = "00" OR LRA--TRACE-STATUS = "05"      26/10/15
979322         MOVE "N" TO LRA--EOF                                     26/10/15
979326         PERFORM LRA--READ-TRACE-LINE                             26/10/15
979330         MOVE LRA--TRACE-HEADER TO LRA--HEADER                    26/10/15
979334         PERFORM LRA--CHECK-HEADER                                26/10/15
979338         PERFORM LRA--CHECK-RUN-STAMP                             26/10/15
979342         PERFORM LRA--TAKE-TRACE-LINE                             26/10/15
979346           UNTIL LRA--AT-EOF                                      26/10/15
979350         CLOSE LRA--TRACE-FILE                                    26/10/15
979354     ELSE                                                         26/10/15
979358         MOVE "E" TO LRA--FILE-STATE (5)                          26/10/15
979362     .                                                            26/10/15
979366                                                                  26/10/15
979370 LRA--READ-TRACE-LINE.                                            26/10/15
979374     READ LRA--TRACE-FILE INTO LRA--TRACE-LINE                    26/10/15
979378         AT END                                                   26/10/15
979382             MOVE "Y" TO LRA--EOF                                 26/10/15
979386     .                                                            26/10/15
979390     IF LRA--TRACE-STATUS NOT = "00"                              26/10/15
979394        AND LRA--TRACE-STATUS NOT = "10"                          26/10/15
979398         MOVE "Y" TO LRA--EOF                                     26/10/15
979402     .                                                            26/10/15
979406                                                                  26/10/15
979410 LRA--TAKE-TRACE-LINE.                                            26/10/15
979414     PERFORM LRA--READ-TRACE-LINE                                 26/10/15
979418     IF NOT LRA--AT-EOF                                           26/10/15
979422         PERFORM LRA--KEEP-TRACE-LINE                             26/10/15
979426     .                                                            26/10/15
979430                                                                  26/10/15
979434 LRA--KEEP-TRACE-LINE.                                            26/10/15
979438     ADD 1 TO LRA--TRC-COUNT                                      26/10/15
979442     ADD 1 TO LRA--TRC-PTR                                        26/10/15
979446     IF LRA--TRC-PTR > 10                                         26/10/15
979450         MOVE 1 TO LRA--TRC-PTR                                   26/10/15
979454     .                                                            26/10/15
979458     MOVE LRA--TRACE-LINE TO LRA--TL-RECORD (LRA--TRC-PTR)        26/10/15
979462     .                                                            26/10/15
979466:endif                                                            26/10/15
979470:if "$recover" = "yes"                                            26/10/15
979474                                                                  26/10/15
979478*    RECOVER BELONGS TO WHICHEVER RUN WROTE IT LAST: IT IS WHAT   26/10/15
979482*    THE NEXT RUN STARTS FROM, SO IT IS READ WHATEVER ITS STAMP   26/10/15
979486 LRA--READ-RECOVERY.                                              26/10/15
979490     MOVE 6 TO LRA--F                                             26/10/15
979494     OPEN INPUT LRA--RECOVERY-FILE                                26/10/15
979498     IF LRA--RECOVERY-STATUS = "00" OR LRA--RECOVERY-STATUS = "05"26/10/15
979502         MOVE "N" TO LRA--EOF                                     26/10/15
979506         PERFORM LRA--READ-RECOVERY-LINE                          26/10/15
979510         MOVE LRA--RECOVERY-LINE TO LRA--HEADER                   26/10/15
979514         PERFORM LRA--CHECK-HEADER                                26/10/15
979518         PERFORM LRA--READ-RECOVERY-LINE                          26/10/15
979522         PERFORM LRA--TAKE-CHECKPOINT                             26/10/15
979526         CLOSE LRA--RECOVERY-FILE                                 26/10/15
979530     ELSE                                                         26/10/15
979534         MOVE "E" TO LRA--FILE-STATE (6)                          26/10/15
979538     .                                                            26/10/15
979542                                                                  26/10/15
979546 LRA--READ-RECOVERY-LINE.                                         26/10/15
979550     IF NOT LRA--AT-EOF                                           26/10/15
979554         READ LRA--RECOVERY-FILE INTO LRA--RECOVERY-LINE          26/10/15
979558             AT END                                               26/10/15
979562                 MOVE "Y" TO LRA--EOF                             26/10/15
979566     .                                                            26/10/15
979570     IF LRA--RECOVERY-STATUS NOT = "00"                           26/10/15
979574        AND LRA--RECOVERY-STATUS NOT = "10"                       26/10/15
979578         MOVE "Y" TO LRA--EOF                                     26/10/15
979582     .                                                            26/10/15
979586                                                                  26/10/15
979590 LRA--TAKE-CHECKPOINT.                                            26/10/15
979594     IF NOT LRA--AT-EOF                                           26/10/15
979598        AND LRA--RV-STATE NUMERIC                                 26/10/15
979602        AND LRA--RV-EVENT NUMERIC                                 26/10/15
979606         MOVE "Y" TO LRA--HAVE-CHECKPOINT                         26/10/15
979610         MOVE LRA--RV-STATE TO LRA--CP-STATE                      26/10/15
979614         MOVE LRA--RV-EVENT TO LRA--CP-EVENT                      26/10/15
979618:if "$restart" = "yes"                                            26/10/15
979622         PERFORM LRA--TAKE-CHECKPOINT-DETAIL                      26/10/15
979626:endif                                                            26/10/15
979630     .                                                            26/10/15
979634:if "$restart" = "yes"                                            26/10/15
979638                                                                  26/10/15
979642 LRA--TAKE-CHECKPOINT-DETAIL.                                     26/10/15
979646:if defaults                                                      26/10/15
979650     IF LRA--RV-DFLTS NUMERIC                                     26/10/15
979654         MOVE LRA--RV-DFLTS TO LRA--CP-DFLTS                      26/10/15
979658     .                                                            26/10/15
979662:endif                                                            26/10/15
979666:if "$eventfile" = "yes"                                          26/10/15
979670     IF LRA--RV-EVTREC NUMERIC                                    26/10/15
979674         MOVE LRA--RV-EVTREC TO LRA--CP-EVTREC                    26/10/15
979678     .                                                            26/10/15
979682:endif                                                            26/10/15
979686:if module "Dialog-Call"                                          26/10/15
979690     IF LRA--RV-STACK NUMERIC                                     26/10/15
979694         MOVE LRA--RV-STACK TO LRA--CP-DEPTH                      26/10/15
979698     .                                                            26/10/15
979702     IF LRA--CP-DEPTH > $stack_max                                26/10/15
979706         MOVE $stack_max TO LRA--CP-DEPTH                         26/10/15
979710     .                                                            26/10/15
979714     PERFORM LRA--TAKE-RESTART-ENTRY                              26/10/15
979718       VARYING LRA--N FROM 1 BY 1 UNTIL LRA--N > LRA--CP-DEPTH    26/10/15
979722     .                                                            26/10/15
979726:endif                                                            26/10/15
979730:if module "Dialog-Call"                                          26/10/15
979734                                                                  26/10/15
979738 LRA--TAKE-RESTART-ENTRY.                                         26/10/15
979742     PERFORM LRA--READ-RECOVERY-LINE                              26/10/15
979746     MOVE ZERO TO LRA--CP-STACK (LRA--N)                          26/10/15
979750     IF NOT LRA--AT-EOF                                           26/10/15
979754        AND LRA--RV-STATE NUMERIC                                 26/10/15
979758         MOVE LRA--RV-STATE TO LRA--CP-STACK (LRA--N)             26/10/15
979762     .                                                            26/10/15
979766:endif                                                            26/10/15
979770:endif                                                            26/10/15
979774:endif                                                            26/10/15
979778                                                                  26/10/15
979782*    THE MESSAGE CATALOG IS READ TWICE: FIRST FOR THE ABEND       26/10/15
979786*    CLASS, WHOSE LINE ALSO NAMES THE MESSAGE WHEN THE DUMP DOES  26/10/15
979790*    NOT, THEN FOR THE MESSAGE ITSELF                             26/10/15
979794 LRA--READ-MSGCAT.                                                26/10/15
979798     MOVE "C" TO LRA--PASS                                        26/10/15
979802     PERFORM LRA--SCAN-MSGCAT                                     26/10/15
979806     IF LRA--ABEND-MSGID = SPACES                                 26/10/15
979810         MOVE LRA--CLASS-MSGID TO LRA--ABEND-MSGID                26/10/15
979814     .                                                            26/10/15
979818     IF LRA--FILE-STATE (7) = "U"                                 26/10/15
979822        AND LRA--ABEND-MSGID NOT = SPACES                         26/10/15
979826         MOVE "M" TO LRA--PASS                                    26/10/15
979830         PERFORM LRA--SCAN-MSGCAT                                 26/10/15
979834     .                                                            26/10/15
979838                                                                  26/10/15
979842 LRA--SCAN-MSGCAT.                                                26/10/15
979846     MOVE 7 TO LRA--F                                             26/10/15
979850     OPEN INPUT LRA--MSGCAT-FILE                                  26/10/15
979854     IF LRA--MSGCAT-STATUS = "00" OR LRA--MSGCAT-STATUS = "05"    26/10/15
979858         MOVE "A" TO LRA--FILE-STATE (7)                          26/10/15
979862         MOVE "N" TO LRA--EOF                                     26/10/15
979866         PERFORM LRA--READ-MSGCAT-LINE                            26/10/15
979870         PERFORM LRA--TAKE-MSGCAT-LINE                            26/10/15
979874           UNTIL LRA--AT-EOF                                      26/10/15
979878         CLOSE LRA--MSGCAT-FILE                                   26/10/15
979882     ELSE                                                         26/10/15
979886         MOVE "E" TO LRA--FILE-STATE (7)                          26/10/15
979890     .                                                            26/10/15
979894                                                                  26/10/15
979898 LRA--READ-MSGCAT-LINE.                                           26/10/15
979902     READ LRA--MSGCAT-FILE INTO LRA--MSGCAT-LINE                  26/10/15
979906         AT END                                                   26/10/15
979910             MOVE "Y" TO LRA--EOF                                 26/10/15
979914     .                                                            26/10/15
979918     IF LRA--MSGCAT-STATUS NOT = "00"                             26/10/15
979922        AND LRA--MSGCAT-STATUS NOT = "10"                         26/10/15
979926         MOVE "Y" TO LRA--EOF                                     26/10/15
979930     .                                                            26/10/15
979934                                                                  26/10/15
979938 LRA--TAKE-MSGCAT-LINE.                                           26/10/15
979942     MOVE "U" TO LRA--FILE-STATE (7)                              26/10/15
979946     MOVE ZERO TO LRA--LEAD                                       26/10/15
979950     INSPECT LRA--MSGCAT-LINE                                     26/10/15
979954         TALLYING LRA--LEAD FOR LEADING SPACES                    26/10/15
979958     IF LRA--LEAD < 80                                            26/10/15
979962         PERFORM LRA--SPLIT-MSGCAT-LINE                           26/10/15
979966         PERFORM LRA--MATCH-MSGCAT-LINE                           26/10/15
979970     .                                                            26/10/15
979974     PERFORM LRA--READ-MSGCAT-LINE                                26/10/15
979978     .                                                            26/10/15
979982                                                                  26/10/15
979986 LRA--SPLIT-MSGCAT-LINE.                                          26/10/15
979990     MOVE SPACES TO LRA--TOKENS                                   26/10/15
979994     COMPUTE LRA--POINTER = LRA--LEAD + 1                         26/10/15
979998     UNSTRING LRA--MSGCAT-LINE DELIMITED BY ALL SPACE             26/10/15
980002         INTO LRA--TOKEN-1 LRA--TOKEN-2                           26/10/15
980006         WITH POINTER LRA--POINTER                                26/10/15
980010     IF LRA--POINTER NOT > 80                                     26/10/15
980014         UNSTRING LRA--MSGCAT-LINE                                26/10/15
980018             INTO LRA--TOKEN-REST                                 26/10/15
980022             WITH POINTER LRA--POINTER                            26/10/15
980026     .                                                            26/10/15
980030                                                                  26/10/15
980034*    CLASS LINES READ: CODE, FEEDBACK, TEXT (MESSAGE ID); MESSAGE 26/10/15
980038*    LINES READ: ID, SEVERITY, TEXT                               26/10/15
980042 LRA--MATCH-MSGCAT-LINE.                                          26/10/15
980046     IF LRA--PASS = "C"                                           26/10/15
980050        AND LRA--RUN-ABEND NOT = SPACES                           26/10/15
980054        AND LRA--TOKEN-2 = LRA--RUN-ABEND                         26/10/15
980058        AND LRA--CLASS-TEXT = SPACES                              26/10/15
980062         PERFORM LRA--TAKE-CLASS-LINE                             26/10/15
980066     .                                                            26/10/15
980070     IF LRA--PASS = "M"                                           26/10/15
980074        AND LRA--TOKEN-1 = LRA--ABEND-MSGID                       26/10/15
980078        AND LRA--MSG-TEXT = SPACES                                26/10/15
980082         MOVE LRA--TOKEN-REST TO LRA--MSG-TEXT                    26/10/15
980086     .                                                            26/10/15
980090                                                                  26/10/15
980094 LRA--TAKE-CLASS-LINE.                                            26/10/15
980098     UNSTRING LRA--TOKEN-REST DELIMITED BY "(" OR ")"             26/10/15
980102         INTO LRA--CLASS-TEXT LRA--CLASS-MSGID                    26/10/15
980106     IF LRA--CLASS-MSGID-LR NOT = "LR"                            26/10/15
980110         MOVE LRA--TOKEN-REST TO LRA--CLASS-TEXT                  26/10/15
980114         MOVE SPACES          TO LRA--CLASS-MSGID                 26/10/15
980118     .                                                            26/10/15
980122                                                                  26/10/15
980126*    EVERY FILE OF THIS RUN THAT CARRIES A SIGNATURE SHOULD CARRY 26/10/15
980130*    THIS BUILD'S.  A CHECKPOINT LEFT BY AN EARLIER RUN IS NOT    26/10/15
980134*    THIS RUN'S, AND IS NOT HELD TO IT                            26/10/15
980138 LRA--CHECK-FILE-SIGNATURE.                                       26/10/15
980142     IF LRA--FILE-STATE (LRA--F) = "U"                            26/10/15
980146        AND (LRA--F NOT = 6                                       26/10/15
980150         OR LRA--FILE-START (6) = LRA--RUN-START)                 26/10/15
980154         ADD 1 TO LRA--SIGNED-FILES                               26/10/15
980158         IF LRA--FILE-SIGNATURE (LRA--F)                          26/10/15
980162                            NOT = LRA--BUILD-SIGNATURE            26/10/15
980166             MOVE "Y" TO LRA--SIGNATURES-DIFFER                   26/10/15
980170     .                                                            26/10/15
980174                                                                  26/10/15
980178 LRA--WRITE-REPORT.                                               26/10/15
980182     PERFORM LRA--PUT-RUN-FACTS                                   26/10/15
980186     PERFORM LRA--PUT-TRANSITIONS                                 26/10/15
980190     PERFORM LRA--PUT-CALL-STACK                                  26/10/15
980194     PERFORM LRA--PUT-RESTART-POINT                               26/10/15
980198:if "$journal" = "yes"                                            26/10/15
980202     PERFORM LRA--PUT-JOURNAL                                     26/10/15
980206:endif                                                            26/10/15
980210:if "$trace" = "yes"                                              26/10/15
980214     PERFORM LRA--PUT-TRACE                                       26/10/15
980218:endif                                                            26/10/15
980222     PERFORM LRA--PUT-SIGNATURES                                  26/10/15
980226     MOVE "FILES READ" TO LRA--SECTION-TITLE                      26/10/15
980230     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
980234     PERFORM LRA--PUT-FILE-LINE                                   26/10/15
980238       VARYING LRA--F FROM 1 BY 1 UNTIL LRA--F > 7                26/10/15
980242     .                                                            26/10/15
980246                                                                  26/10/15
980250 LRA--PUT-SECTION-TITLE.                                          26/10/15
980254     MOVE SPACES TO LRA--REPORT-RECORD                            26/10/15
980258     WRITE LRA--REPORT-RECORD                                     26/10/15
980262     MOVE LRA--SECTION-TITLE TO LRA--REPORT-RECORD                26/10/15
980266     WRITE LRA--REPORT-RECORD                                     26/10/15
980270     .                                                            26/10/15
980274                                                                  26/10/15
980278 LRA--PUT-FACT.                                                   26/10/15
980282     WRITE LRA--REPORT-RECORD FROM LRA--FACT-LINE                 26/10/15
980286     MOVE SPACES TO LRA--FACT-LINE                                26/10/15
980290     .                                                            26/10/15
980294                                                                  26/10/15
980298 LRA--PUT-RUN-FACTS.                                              26/10/15
980302     MOVE "RUN" TO LRA--SECTION-TITLE                             26/10/15
980306     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
980310     MOVE SPACES TO LRA--FACT-LINE                                26/10/15
980314     MOVE "Program"           TO LRA--FL-LABEL                    26/10/15
980318     MOVE LRA--RUN-PROGRAM    TO LRA--FL-VALUE                    26/10/15
980322     PERFORM LRA--PUT-FACT                                        26/10/15
980326     MOVE "Run started"       TO LRA--FL-LABEL                    26/10/15
980330     MOVE LRA--RUN-START      TO LRA--FL-VALUE                    26/10/15
980334     PERFORM LRA--PUT-FACT                                        26/10/15
980338     MOVE "Run ended"         TO LRA--FL-LABEL                    26/10/15
980342     MOVE LRA--RUN-END        TO LRA--FL-VALUE                    26/10/15
980346     PERFORM LRA--PUT-FACT                                        26/10/15
980350:if "$generations" = "yes"                                        26/10/15
980354     MOVE "Generation"        TO LRA--FL-LABEL                    26/10/15
980358     MOVE LRA--RUN-GEN        TO LRA--FL-VALUE                    26/10/15
980362     PERFORM LRA--PUT-FACT                                        26/10/15
980366:endif                                                            26/10/15
980370     MOVE "Outcome"           TO LRA--FL-LABEL                    26/10/15
980374     IF LRA--RUN-ABEND = SPACES                                   26/10/15
980378         MOVE "Ended normally"                TO LRA--FL-VALUE    26/10/15
980382     ELSE                                                         26/10/15
980386     IF LRA--RUN-ABEND = "QSCE"                                   26/10/15
980390         MOVE "Quiesced by operator command"  TO LRA--FL-VALUE    26/10/15
980394     ELSE                                                         26/10/15
980398         MOVE "Abended"                       TO LRA--FL-VALUE    26/10/15
980402     .                                                            26/10/15
980406     PERFORM LRA--PUT-FACT                                        26/10/15
980410     IF LRA--RUN-ABEND NOT = SPACES                               26/10/15
980414         PERFORM LRA--PUT-ABEND-FACTS                             26/10/15
980418     .                                                            26/10/15
980422     MOVE "Events processed"  TO LRA--FL-LABEL                    26/10/15
980426     MOVE LRA--RUN-TRANS      TO LRA--FL-NUMBER                   26/10/15
980430     PERFORM LRA--PUT-FACT                                        26/10/15
980434:if "$journal" = "yes"                                            26/10/15
980438     MOVE "Events journaled"  TO LRA--FL-LABEL                    26/10/15
980442     MOVE LRA--RUN-JRNL       TO LRA--FL-NUMBER                   26/10/15
980446     PERFORM LRA--PUT-FACT                                        26/10/15
980450:endif                                                            26/10/15
980454     IF LRA--HAVE-ABEND-LINE = "Y"                                26/10/15
980458         MOVE "Modules performed" TO LRA--FL-LABEL                26/10/15
980462         MOVE LRA--ABEND-MODULES  TO LRA--FL-NUMBER               26/10/15
980466         PERFORM LRA--PUT-FACT                                    26/10/15
980470     .                                                            26/10/15
980474:if "$restart" = "yes"                                            26/10/15
980478     MOVE "Restarted run"     TO LRA--FL-LABEL                    26/10/15
980482     IF LRA--RUN-RESTART = "Y"                                    26/10/15
980486         MOVE "Yes - resumed from RECOVER" TO LRA--FL-VALUE       26/10/15
980490     ELSE                                                         26/10/15
980494         MOVE "No"                         TO LRA--FL-VALUE       26/10/15
980498     .                                                            26/10/15
980502     PERFORM LRA--PUT-FACT                                        26/10/15
980506:endif                                                            26/10/15
980510     IF LRA--RUN-WANTED NOT = SPACES                              26/10/15
980514         MOVE "Runs with this stamp"  TO LRA--FL-LABEL            26/10/15
980518         MOVE LRA--RUN-MATCHES        TO LRA--FL-NUMBER           26/10/15
980522         PERFORM LRA--PUT-FACT                                    26/10/15
980526         MOVE "Later runs in RUNFILE" TO LRA--FL-LABEL            26/10/15
980530         MOVE LRA--LATER-RUNS         TO LRA--FL-NUMBER           26/10/15
980534         PERFORM LRA--PUT-FACT                                    26/10/15
980538     .                                                            26/10/15
980542                                                                  26/10/15
980546*    CLASS AND MESSAGE TEXTS COME FROM THE CATALOG; WHERE THE RUN 26/10/15
980550*    STOPPED COMES FROM THE DUMP'S LRABN LINE                     26/10/15
980554 LRA--PUT-ABEND-FACTS.                                            26/10/15
980558     MOVE "Abend class"       TO LRA--FL-LABEL                    26/10/15
980562     MOVE LRA--RUN-CODE       TO LRA--FL-NUMBER                   26/10/15
980566     IF LRA--CLASS-TEXT = SPACES                                  26/10/15
980570         MOVE "(not in MSGCAT)" TO LRA--CLASS-TEXT                26/10/15
980574     .                                                            26/10/15
980578     STRING "  "              DELIMITED BY SIZE                   26/10/15
980582            LRA--RUN-ABEND    DELIMITED BY SIZE                   26/10/15
980586            "  "              DELIMITED BY SIZE                   26/10/15
980590            LRA--CLASS-TEXT   DELIMITED BY SIZE                   26/10/15
980594       INTO LRA--FL-NOTE                                          26/10/15
980598     PERFORM LRA--PUT-FACT                                        26/10/15
980602     MOVE "Message"           TO LRA--FL-LABEL                    26/10/15
980606     IF LRA--ABEND-MSGID = SPACES                                 26/10/15
980610         MOVE "not known"     TO LRA--FL-VALUE                    26/10/15
980614     ELSE                                                         26/10/15
980618         PERFORM LRA--PUT-MESSAGE-VALUE                           26/10/15
980622     .                                                            26/10/15
980626     PERFORM LRA--PUT-FACT                                        26/10/15
980630     IF LRA--HAVE-ABEND-LINE = "Y"                                26/10/15
980634         PERFORM LRA--PUT-FAILURE-POINT                           26/10/15
980638     ELSE                                                         26/10/15
980642         MOVE "Failed in state"   TO LRA--FL-LABEL                26/10/15
980646         MOVE "not known - no dump from this run" TO LRA--FL-VALUE26/10/15
980650         PERFORM LRA--PUT-FACT                                    26/10/15
980654     .                                                            26/10/15
980658                                                                  26/10/15
980662 LRA--PUT-MESSAGE-VALUE.                                          26/10/15
980666     IF LRA--MSG-TEXT = SPACES                                    26/10/15
980670         MOVE "(not in MSGCAT)" TO LRA--MSG-TEXT                  26/10/15
980674     .                                                            26/10/15
980678     STRING LRA--ABEND-MSGID  DELIMITED BY SIZE                   26/10/15
980682            "  "              DELIMITED BY SIZE                   26/10/15
980686            LRA--MSG-TEXT     DELIMITED BY SIZE                   26/10/15
980690       INTO LRA--FL-VALUE                                         26/10/15
980694     .                                                            26/10/15
980698                                                                  26/10/15
980702 LRA--PUT-FAILURE-POINT.                                          26/10/15
980706     IF LRA--ABEND-DETAIL NOT = SPACES                            26/10/15
980710         MOVE "Message detail"  TO LRA--FL-LABEL                  26/10/15
980714         MOVE LRA--ABEND-DETAIL TO LRA--FL-VALUE                  26/10/15
980718         PERFORM LRA--PUT-FACT                                    26/10/15
980722     .                                                            26/10/15
980726     MOVE "Failed in state"   TO LRA--FL-LABEL                    26/10/15
980730     MOVE LRA--ABEND-STATE    TO LRA--ITEM                        26/10/15
980734     PERFORM LRA--NAME-STATE                                      26/10/15
980738     MOVE LRA--ITEM-NAME      TO LRA--FL-VALUE                    26/10/15
980742     PERFORM LRA--PUT-FACT                                        26/10/15
980746     MOVE "Failing event"     TO LRA--FL-LABEL                    26/10/15
980750     MOVE LRA--ABEND-EVENT    TO LRA--ITEM                        26/10/15
980754     PERFORM LRA--NAME-EVENT                                      26/10/15
980758     MOVE LRA--ITEM-NAME      TO LRA--FL-VALUE                    26/10/15
980762     PERFORM LRA--PUT-FACT                                        26/10/15
980766     .                                                            26/10/15
980770                                                                  26/10/15
980774 LRA--NAME-STATE.                                                 26/10/15
980778     IF LRA--ITEM > ZERO AND LRA--ITEM NOT > $states              26/10/15
980782         MOVE LR--SNAME (LRA--ITEM) TO LRA--ITEM-NAME             26/10/15
980786     ELSE                                                         26/10/15
980790         MOVE "(number out of range)" TO LRA--ITEM-NAME           26/10/15
980794     .                                                            26/10/15
980798                                                                  26/10/15
980802 LRA--NAME-EVENT.                                                 26/10/15
980806     IF LRA--ITEM > ZERO AND LRA--ITEM NOT > $events              26/10/15
980810         MOVE LR--ENAME (LRA--ITEM) TO LRA--ITEM-NAME             26/10/15
980814     ELSE                                                         26/10/15
980818         MOVE "(number out of range)" TO LRA--ITEM-NAME           26/10/15
980822     .                                                            26/10/15
980826                                                                  26/10/15
980830 LRA--PUT-TRANSITIONS.                                            26/10/15
980834     MOVE "LAST TRANSITIONS - OLDEST TO NEWEST"                   26/10/15
980838       TO LRA--SECTION-TITLE                                      26/10/15
980842     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
980846     IF LRA--FILE-STATE (3) NOT = "U"                             26/10/15
980850         MOVE "    No flight-recorder dump from this run."        26/10/15
980854           TO LRA--REPORT-RECORD                                  26/10/15
980858         WRITE LRA--REPORT-RECORD                                 26/10/15
980862     ELSE                                                         26/10/15
980866     IF LRA--RING-SHOWN = ZERO                                    26/10/15
980870         MOVE "    The flight recorder is empty."                 26/10/15
980874           TO LRA--REPORT-RECORD                                  26/10/15
980878         WRITE LRA--REPORT-RECORD                                 26/10/15
980882     ELSE                                                         26/10/15
980886         MOVE SPACES   TO LRA--NAME-LINE                          26/10/15
980890         MOVE "STATE"  TO LRA--NL-FIRST                           26/10/15
980894         MOVE "EVENT"  TO LRA--NL-SECOND                          26/10/15
980898         MOVE "MODULE" TO LRA--NL-THIRD                           26/10/15
980902         WRITE LRA--REPORT-RECORD FROM LRA--NAME-LINE             26/10/15
980906         PERFORM LRA--PUT-RING-ENTRY                              26/10/15
980910           VARYING LRA--N FROM 1 BY 1                             26/10/15
980914             UNTIL LRA--N > LRA--RING-SHOWN                       26/10/15
980918     .                                                            26/10/15
980922                                                                  26/10/15
980926 LRA--PUT-RING-ENTRY.                                             26/10/15
980930     MOVE SPACES TO LRA--NAME-LINE                                26/10/15
980934     MOVE LRA--N                  TO LRA--NL-SEQ                  26/10/15
980938     MOVE LRA--RING-SNAME (LRA--N) TO LRA--NL-FIRST               26/10/15
980942     MOVE LRA--RING-ENAME (LRA--N) TO LRA--NL-SECOND              26/10/15
980946     MOVE LRA--RING-MNAME (LRA--N) TO LRA--NL-THIRD               26/10/15
980950     WRITE LRA--REPORT-RECORD FROM LRA--NAME-LINE                 26/10/15
980954     .                                                            26/10/15
980958                                                                  26/10/15
980962 LRA--PUT-CALL-STACK.                                             26/10/15
980966     MOVE "DIALOG-CALL STACK AT FAILURE - BOTTOM TO TOP"          26/10/15
980970       TO LRA--SECTION-TITLE                                      26/10/15
980974     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
980978:if module "Dialog-Call"                                          26/10/15
980982     IF LRA--FILE-STATE (3) NOT = "U"                             26/10/15
980986         MOVE "    No flight-recorder dump from this run."        26/10/15
980990           TO LRA--REPORT-RECORD                                  26/10/15
980994         WRITE LRA--REPORT-RECORD                                 26/10/15
980998     ELSE                                                         26/10/15
981002     IF LRA--STACK-COUNT = ZERO                                   26/10/15
981006         MOVE "    The stack was empty." TO LRA--REPORT-RECORD    26/10/15
981010         WRITE LRA--REPORT-RECORD                                 26/10/15
981014     ELSE                                                         26/10/15
981018         PERFORM LRA--PUT-STACK-ENTRY                             26/10/15
981022           VARYING LRA--N FROM 1 BY 1                             26/10/15
981026             UNTIL LRA--N > LRA--STACK-COUNT                      26/10/15
981030     .                                                            26/10/15
981034                                                                  26/10/15
981038 LRA--PUT-STACK-ENTRY.                                            26/10/15
981042     MOVE SPACES TO LRA--NAME-LINE                                26/10/15
981046     MOVE LRA--N                  TO LRA--NL-SEQ                  26/10/15
981050     MOVE LRA--STACK-NAME (LRA--N) TO LRA--NL-FIRST               26/10/15
981054     WRITE LRA--REPORT-RECORD FROM LRA--NAME-LINE                 26/10/15
981058     .                                                            26/10/15
981062:else                                                             26/10/15
981066     MOVE "    The dialog makes no Dialog-Call."                  26/10/15
981070       TO LRA--REPORT-RECORD                                      26/10/15
981074     WRITE LRA--REPORT-RECORD                                     26/10/15
981078     .                                                            26/10/15
981082:endif                                                            26/10/15
981086                                                                  26/10/15
981090 LRA--PUT-RESTART-POINT.                                          26/10/15
981094     MOVE "RESTART POINT" TO LRA--SECTION-TITLE                   26/10/15
981098     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
981102:if "$recover" = "yes"                                            26/10/15
981106:if "$restart" = "yes"                                            26/10/15
981110     IF LRA--FILE-STATE (6) = "U"                                 26/10/15
981114        AND LRA--FILE-SIGNATURE (6) NOT = LRA--BUILD-SIGNATURE    26/10/15
981118         MOVE "    RECOVER is from another build (LR0129W):"      26/10/15
981122           TO LRA--REPORT-RECORD                                  26/10/15
981126         WRITE LRA--REPORT-RECORD                                 26/10/15
981130         MOVE "    the next run ignores it and starts afresh."    26/10/15
981134           TO LRA--REPORT-RECORD                                  26/10/15
981138         WRITE LRA--REPORT-RECORD                                 26/10/15
981142     ELSE                                                         26/10/15
981146     IF LRA--FILE-STATE (6) NOT = "U"                             26/10/15
981150        OR LRA--HAVE-CHECKPOINT NOT = "Y"                         26/10/15
981154         MOVE "    RECOVER holds no checkpoint: the next run"     26/10/15
981158           TO LRA--REPORT-RECORD                                  26/10/15
981162         WRITE LRA--REPORT-RECORD                                 26/10/15
981166         MOVE "    starts from the beginning."                    26/10/15
981170           TO LRA--REPORT-RECORD                                  26/10/15
981174         WRITE LRA--REPORT-RECORD                                 26/10/15
981178     ELSE                                                         26/10/15
981182         PERFORM LRA--PUT-CHECKPOINT                              26/10/15
981186     .                                                            26/10/15
981190                                                                  26/10/15
981194 LRA--PUT-CHECKPOINT.                                             26/10/15
981198     MOVE SPACES TO LRA--FACT-LINE                                26/10/15
981202     MOVE "Resumes in state"  TO LRA--FL-LABEL                    26/10/15
981206     MOVE LRA--CP-STATE       TO LRA--ITEM                        26/10/15
981210     PERFORM LRA--NAME-STATE                                      26/10/15
981214     MOVE LRA--ITEM-NAME      TO LRA--FL-VALUE                    26/10/15
981218     PERFORM LRA--PUT-FACT                                        26/10/15
981222     MOVE "Raising event"     TO LRA--FL-LABEL                    26/10/15
981226     MOVE LRA--CP-EVENT       TO LRA--ITEM                        26/10/15
981230     PERFORM LRA--NAME-EVENT                                      26/10/15
981234     MOVE LRA--ITEM-NAME      TO LRA--FL-VALUE                    26/10/15
981238     PERFORM LRA--PUT-FACT                                        26/10/15
981242:if "$eventfile" = "yes"                                          26/10/15
981246     MOVE "EVTFILE records read" TO LRA--FL-LABEL                 26/10/15
981250     MOVE LRA--CP-EVTREC      TO LRA--FL-NUMBER                   26/10/15
981254     PERFORM LRA--PUT-FACT                                        26/10/15
981258:endif                                                            26/10/15
981262:if defaults                                                      26/10/15
981266     MOVE "Defaults count"    TO LRA--FL-LABEL                    26/10/15
981270     MOVE LRA--CP-DFLTS       TO LRA--FL-NUMBER                   26/10/15
981274     PERFORM LRA--PUT-FACT                                        26/10/15
981278:endif                                                            26/10/15
981282:if module "Dialog-Call"                                          26/10/15
981286     MOVE "Call stack depth"  TO LRA--FL-LABEL                    26/10/15
981290     MOVE LRA--CP-DEPTH       TO LRA--FL-NUMBER                   26/10/15
981294     PERFORM LRA--PUT-FACT                                        26/10/15
981298     PERFORM LRA--PUT-RESTART-ENTRY                               26/10/15
981302       VARYING LRA--N FROM 1 BY 1 UNTIL LRA--N > LRA--CP-DEPTH    26/10/15
981306:endif                                                            26/10/15
981310     MOVE "Checkpoint taken by" TO LRA--FL-LABEL                  26/10/15
981314     IF LRA--FILE-START (6) = LRA--RUN-START                      26/10/15
981318         MOVE "this run"      TO LRA--FL-VALUE                    26/10/15
981322     ELSE                                                         26/10/15
981326         STRING "the run started " DELIMITED BY SIZE              26/10/15
981330                LRA--FILE-START (6) DELIMITED BY SIZE             26/10/15
981334           INTO LRA--FL-VALUE                                     26/10/15
981338     .                                                            26/10/15
981342     PERFORM LRA--PUT-FACT                                        26/10/15
981346     .                                                            26/10/15
981350:if module "Dialog-Call"                                          26/10/15
981354                                                                  26/10/15
981358 LRA--PUT-RESTART-ENTRY.                                          26/10/15
981362     MOVE SPACES TO LRA--NAME-LINE                                26/10/15
981366     MOVE LRA--N                  TO LRA--NL-SEQ                  26/10/15
981370     MOVE LRA--CP-STACK (LRA--N)  TO LRA--ITEM                    26/10/15
981374     PERFORM LRA--NAME-STATE                                      26/10/15
981378     MOVE LRA--ITEM-NAME          TO LRA--NL-FIRST                26/10/15
981382     WRITE LRA--REPORT-RECORD FROM LRA--NAME-LINE                 26/10/15
981386     .                                                            26/10/15
981390:endif                                                            26/10/15
981394:else                                                             26/10/15
981398     MOVE "    Built without restart: the next run starts"        26/10/15
981402       TO LRA--REPORT-RECORD                                      26/10/15
981406     WRITE LRA--REPORT-RECORD                                     26/10/15
981410     MOVE "    from the beginning." TO LRA--REPORT-RECORD         26/10/15
981414     WRITE LRA--REPORT-RECORD                                     26/10/15
981418     IF LRA--FILE-STATE (6) = "U"                                 26/10/15
981422        AND LRA--FILE-START (6) = LRA--RUN-START                  26/10/15
981426        AND LRA--HAVE-CHECKPOINT = "Y"                            26/10/15
981430         PERFORM LRA--PUT-STOP-POINT                              26/10/15
981434     .                                                            26/10/15
981438                                                                  26/10/15
981442 LRA--PUT-STOP-POINT.                                             26/10/15
981446     MOVE SPACES TO LRA--FACT-LINE                                26/10/15
981450     MOVE "State at stop"     TO LRA--FL-LABEL                    26/10/15
981454     MOVE LRA--CP-STATE       TO LRA--ITEM                        26/10/15
981458     PERFORM LRA--NAME-STATE                                      26/10/15
981462     MOVE LRA--ITEM-NAME      TO LRA--FL-VALUE                    26/10/15
981466     PERFORM LRA--PUT-FACT                                        26/10/15
981470     MOVE "Event at stop"     TO LRA--FL-LABEL                    26/10/15
981474     MOVE LRA--CP-EVENT       TO LRA--ITEM                        26/10/15
981478     PERFORM LRA--NAME-EVENT                                      26/10/15
981482     MOVE LRA--ITEM-NAME      TO LRA--FL-VALUE                    26/10/15
981486     PERFORM LRA--PUT-FACT                                        26/10/15
981490     .                                                            26/10/15
981494:endif                                                            26/10/15
981498:else                                                             26/10/15
981502     MOVE "    Built without recovery: the next run starts"       26/10/15
981506       TO LRA--REPORT-RECORD                                      26/10/15
981510     WRITE LRA--REPORT-RECORD                                     26/10/15
981514     MOVE "    from the beginning." TO LRA--REPORT-RECORD         26/10/15
981518     WRITE LRA--REPORT-RECORD                                     26/10/15
981522     .                                                            26/10/15
981526:endif                                                            26/10/15
981530:if "$journal" = "yes"                                            26/10/15
981534                                                                  26/10/15
981538 LRA--PUT-JOURNAL.                                                26/10/15
981542     MOVE "LAST JOURNAL RECORDS" TO LRA--SECTION-TITLE            26/10/15
981546     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
981550     IF LRA--FILE-STATE (4) NOT = "U"                             26/10/15
981554         MOVE "    No journal from this run."                     26/10/15
981558           TO LRA--REPORT-RECORD                                  26/10/15
981562         WRITE LRA--REPORT-RECORD                                 26/10/15
981566     ELSE                                                         26/10/15
981570         PERFORM LRA--PUT-JOURNAL-RECORDS                         26/10/15
981574     .                                                            26/10/15
981578                                                                  26/10/15
981582 LRA--PUT-JOURNAL-RECORDS.                                        26/10/15
981586     MOVE SPACES TO LRA--FACT-LINE                                26/10/15
981590     MOVE "Records in JRNFILE" TO LRA--FL-LABEL                   26/10/15
981594     MOVE LRA--JRN-COUNT       TO LRA--FL-NUMBER                  26/10/15
981598     PERFORM LRA--PUT-FACT                                        26/10/15
981602     IF LRA--JRN-COUNT > 10                                       26/10/15
981606         MOVE LRA--JRN-PTR   TO LRA--LAST-SUB                     26/10/15
981610         MOVE 10             TO LRA--LAST-TODO                    26/10/15
981614     ELSE                                                         26/10/15
981618         MOVE ZERO           TO LRA--LAST-SUB                     26/10/15
981622         MOVE LRA--JRN-COUNT TO LRA--LAST-TODO                    26/10/15
981626     .                                                            26/10/15
981630     COMPUTE LRA--LAST-SEQ = LRA--JRN-COUNT - LRA--LAST-TODO      26/10/15
981634     PERFORM LRA--PUT-JOURNAL-ENTRY LRA--LAST-TODO TIMES          26/10/15
981638     .                                                            26/10/15
981642                                                                  26/10/15
981646 LRA--PUT-JOURNAL-ENTRY.                                          26/10/15
981650     ADD 1 TO LRA--LAST-SUB                                       26/10/15
981654     IF LRA--LAST-SUB > 10                                        26/10/15
981658         MOVE 1 TO LRA--LAST-SUB                                  26/10/15
981662     .                                                            26/10/15
981666     ADD 1 TO LRA--LAST-SEQ                                       26/10/15
981670     MOVE SPACES TO LRA--NAME-LINE                                26/10/15
981674     MOVE LRA--LAST-SEQ TO LRA--NL-SEQ                            26/10/15
981678     MOVE LRA--JL-EVENT (LRA--LAST-SUB) TO LRA--ITEM              26/10/15
981682     PERFORM LRA--NAME-EVENT                                      26/10/15
981686     MOVE LRA--ITEM-NAME TO LRA--NL-FIRST                         26/10/15
981690     MOVE LRA--JL-DATA (LRA--LAST-SUB) TO LRA--NL-REST            26/10/15
981694     WRITE LRA--REPORT-RECORD FROM LRA--NAME-LINE                 26/10/15
981698     .                                                            26/10/15
981702:endif                                                            26/10/15
981706:if "$trace" = "yes"                                              26/10/15
981710                                                                  26/10/15
981714 LRA--PUT-TRACE.                                                  26/10/15
981718     MOVE "LAST TRACE RECORDS" TO LRA--SECTION-TITLE              26/10/15
981722     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
981726     IF LRA--FILE-STATE (5) NOT = "U"                             26/10/15
981730         MOVE "    No trace from this run."                       26/10/15
981734           TO LRA--REPORT-RECORD                                  26/10/15
981738         WRITE LRA--REPORT-RECORD                                 26/10/15
981742     ELSE                                                         26/10/15
981746         PERFORM LRA--PUT-TRACE-RECORDS                           26/10/15
981750     .                                                            26/10/15
981754                                                                  26/10/15
981758 LRA--PUT-TRACE-RECORDS.                                          26/10/15
981762     IF LRA--TRC-COUNT > 10                                       26/10/15
981766         MOVE LRA--TRC-PTR   TO LRA--LAST-SUB                     26/10/15
981770         MOVE 10             TO LRA--LAST-TODO                    26/10/15
981774     ELSE                                                         26/10/15
981778         MOVE ZERO           TO LRA--LAST-SUB                     26/10/15
981782         MOVE LRA--TRC-COUNT TO LRA--LAST-TODO                    26/10/15
981786     .                                                            26/10/15
981790     PERFORM LRA--PUT-TRACE-ENTRY LRA--LAST-TODO TIMES            26/10/15
981794     .                                                            26/10/15
981798                                                                  26/10/15
981802 LRA--PUT-TRACE-ENTRY.                                            26/10/15
981806     ADD 1 TO LRA--LAST-SUB                                       26/10/15
981810     IF LRA--LAST-SUB > 10                                        26/10/15
981814         MOVE 1 TO LRA--LAST-SUB                                  26/10/15
981818     .                                                            26/10/15
981822     MOVE SPACES TO LRA--NAME-LINE                                26/10/15
981826     MOVE LRA--TL-RECORD (LRA--LAST-SUB) TO LRA--NL-TEXT          26/10/15
981830     WRITE LRA--REPORT-RECORD FROM LRA--NAME-LINE                 26/10/15
981834     .                                                            26/10/15
981838:endif                                                            26/10/15
981842                                                                  26/10/15
981846 LRA--PUT-SIGNATURES.                                             26/10/15
981850     MOVE "BUILD SIGNATURES" TO LRA--SECTION-TITLE                26/10/15
981854     PERFORM LRA--PUT-SECTION-TITLE                               26/10/15
981858     MOVE SPACES TO LRA--SIGNATURE-LINE                           26/10/15
981862     MOVE "This build"          TO LRA--SL-NAME                   26/10/15
981866     MOVE LRA--BUILD-SIGNATURE  TO LRA--SL-SIGNATURE              26/10/15
981870     WRITE LRA--REPORT-RECORD FROM LRA--SIGNATURE-LINE            26/10/15
981874     PERFORM LRA--PUT-FILE-SIGNATURE                              26/10/15
981878       VARYING LRA--F FROM 3 BY 1 UNTIL LRA--F > 6                26/10/15
981882     IF LRA--SIGNED-FILES = ZERO                                  26/10/15
981886         MOVE "    No file of this run carries a build signature."26/10/15
981890           TO LRA--REPORT-RECORD                                  26/10/15
981894         WRITE LRA--REPORT-RECORD                                 26/10/15
981898     ELSE                                                         26/10/15
981902     IF LRA--SIGNATURES-DIFFER = "Y"                              26/10/15
981906         MOVE "    SIGNATURES DIFFER: the run was not made by"    26/10/15
981910           TO LRA--REPORT-RECORD                                  26/10/15
981914         WRITE LRA--REPORT-RECORD                                 26/10/15
981918         MOVE "    this build; the state and event names above"   26/10/15
981922           TO LRA--REPORT-RECORD                                  26/10/15
981926         WRITE LRA--REPORT-RECORD                                 26/10/15
981930         MOVE "    are this build's and may not be the run's."    26/10/15
981934           TO LRA--REPORT-RECORD                                  26/10/15
981938         WRITE LRA--REPORT-RECORD                                 26/10/15
981942     ELSE                                                         26/10/15
981946         MOVE "    Every file read carries this build's signature"26/10/15
981950           TO LRA--REPORT-RECORD                                  26/10/15
981954         WRITE LRA--REPORT-RECORD                                 26/10/15
981958     .                                                            26/10/15
981962                                                                  26/10/15
981966 LRA--PUT-FILE-SIGNATURE.                                         26/10/15
981970     IF LRA--FILE-STATE (LRA--F) NOT = "N"                        26/10/15
981974         MOVE SPACES TO LRA--SIGNATURE-LINE                       26/10/15
981978         MOVE LRA--FILE-DDNAME (LRA--F) TO LRA--SL-NAME           26/10/15
981982         PERFORM LRA--JUDGE-SIGNATURE                             26/10/15
981986         WRITE LRA--REPORT-RECORD FROM LRA--SIGNATURE-LINE        26/10/15
981990     .                                                            26/10/15
981994                                                                  26/10/15
981998 LRA--JUDGE-SIGNATURE.                                            26/10/15
982002     IF LRA--FILE-STATE (LRA--F) NOT = "U"                        26/10/15
982006         PERFORM LRA--DESCRIBE-FILE                               26/10/15
982010         MOVE LRA--FILE-TEXT TO LRA--SL-VERDICT                   26/10/15
982014     ELSE                                                         26/10/15
982018     IF LRA--F = 6                                                26/10/15
982022        AND LRA--FILE-START (6) NOT = LRA--RUN-START              26/10/15
982026         MOVE LRA--FILE-SIGNATURE (LRA--F) TO LRA--SL-SIGNATURE   26/10/15
982030         STRING "checkpoint of the run started " DELIMITED BY SIZE26/10/15
982034                LRA--FILE-START (6) DELIMITED BY SIZE             26/10/15
982038           INTO LRA--SL-VERDICT                                   26/10/15
982042     ELSE                                                         26/10/15
982046     IF LRA--FILE-SIGNATURE (LRA--F) = LRA--BUILD-SIGNATURE       26/10/15
982050         MOVE LRA--FILE-SIGNATURE (LRA--F) TO LRA--SL-SIGNATURE   26/10/15
982054         MOVE "agrees with this build"     TO LRA--SL-VERDICT     26/10/15
982058     ELSE                                                         26/10/15
982062         MOVE LRA--FILE-SIGNATURE (LRA--F) TO LRA--SL-SIGNATURE   26/10/15
982066         MOVE "DIFFERS from this build"    TO LRA--SL-VERDICT     26/10/15
982070     .                                                            26/10/15
982074                                                                  26/10/15
982078 LRA--PUT-FILE-LINE.                                              26/10/15
982082     IF LRA--FILE-STATE (LRA--F) NOT = "N"                        26/10/15
982086         MOVE SPACES TO LRA--FILE-LINE                            26/10/15
982090         MOVE LRA--FILE-DDNAME (LRA--F)  TO LRA--FR-DDNAME        26/10/15
982094         PERFORM LRA--DESCRIBE-FILE                               26/10/15
982098         MOVE LRA--FILE-TEXT             TO LRA--FR-STATE         26/10/15
982102         MOVE LRA--FILE-DATASET (LRA--F) TO LRA--FR-DATASET       26/10/15
982106         WRITE LRA--REPORT-RECORD FROM LRA--FILE-LINE             26/10/15
982110     .                                                            26/10/15
982114                                                                  26/10/15
982118 LRA--DESCRIBE-FILE.                                              26/10/15
982122     IF LRA--FILE-STATE (LRA--F) = "U"                            26/10/15
982126         MOVE "read"                       TO LRA--FILE-TEXT      26/10/15
982130     ELSE                                                         26/10/15
982134     IF LRA--FILE-STATE (LRA--F) = "A"                            26/10/15
982138         MOVE "not present or empty"       TO LRA--FILE-TEXT      26/10/15
982142     ELSE                                                         26/10/15
982146     IF LRA--FILE-STATE (LRA--F) = "B"                            26/10/15
982150         MOVE "no run stamp - not used"    TO LRA--FILE-TEXT      26/10/15
982154     ELSE                                                         26/10/15
982158     IF LRA--FILE-STATE (LRA--F) = "C"                            26/10/15
982162         MOVE "not catalogued for the generation"                 26/10/15
982166           TO LRA--FILE-TEXT                                      26/10/15
982170     ELSE                                                         26/10/15
982174     IF LRA--FILE-STATE (LRA--F) = "E"                            26/10/15
982178         MOVE "cannot be opened"           TO LRA--FILE-TEXT      26/10/15
982182     ELSE                                                         26/10/15
982186     IF LRA--FILE-STATE (LRA--F) = "F"                            26/10/15
982190         MOVE "written by another run - not used"                 26/10/15
982194           TO LRA--FILE-TEXT                                      26/10/15
982198     ELSE                                                         26/10/15
982202         MOVE "not read"                   TO LRA--FILE-TEXT      26/10/15
982206     .                                                            26/10/15
982210                                                                  26/10/15
982214 LRA--WRITE-NO-RUN.                                               26/10/15
982218     MOVE SPACES TO LRA--REPORT-RECORD                            26/10/15
982222     WRITE LRA--REPORT-RECORD                                     26/10/15
982226     IF LRA--ASKED-BAD = "Y"                                      26/10/15
982230         MOVE "    LRINCRUN must be yymmdd hhmmss or yymmdd"      26/10/15
982234           TO LRA--REPORT-RECORD                                  26/10/15
982238         WRITE LRA--REPORT-RECORD                                 26/10/15
982242         MOVE "    hhmmsscc, and LRINCGEN a generation nnnn."     26/10/15
982246           TO LRA--REPORT-RECORD                                  26/10/15
982250     ELSE                                                         26/10/15
982254     IF LRA--RUNLOG-BAD = "Y"                                     26/10/15
982258         MOVE "    RUNFILE cannot be read." TO LRA--REPORT-RECORD 26/10/15
982262     ELSE                                                         26/10/15
982266         MOVE "    No such run of $SOURCE in RUNFILE."            26/10/15
982270           TO LRA--REPORT-RECORD                                  26/10/15
982274     .                                                            26/10/15
982278     WRITE LRA--REPORT-RECORD                                     26/10/15
982282     .                                                            26/10/15
982286                                                                  26/10/15
982290 LRA--SET-RETURN-CODE.                                            26/10/15
982294     MOVE ZERO TO RETURN-CODE                                     26/10/15
982298     DISPLAY "LR1101I Incident report written to INCRPT for "     26/10/15
982302             "$SOURCE"                                            26/10/15
982306     IF LRA--ASKED-BAD = "Y"                                      26/10/15
982310         DISPLAY "LR1102E LRINCRUN or LRINCGEN not valid: "       26/10/15
982314                 LRA--RUN-WANTED " " LRA--GEN-WANTED              26/10/15
982318         MOVE 8 TO RETURN-CODE                                    26/10/15
982322     ELSE                                                         26/10/15
982326     IF LRA--RUNLOG-BAD = "Y"                                     26/10/15
982330         DISPLAY "LR1110E RUNFILE cannot be read - status "       26/10/15
982334                 LRA--RUNLOG-STATUS                               26/10/15
982338         MOVE 8 TO RETURN-CODE                                    26/10/15
982342     ELSE                                                         26/10/15
982346     IF LRA--RUN-FOUND = "N"                                      26/10/15
982350         DISPLAY "LR1103E Run not found in RUNFILE: "             26/10/15
982354                 LRA--RUN-WANTED " " LRA--GEN-WANTED              26/10/15
982358         MOVE 8 TO RETURN-CODE                                    26/10/15
982362     ELSE                                                         26/10/15
982366         PERFORM LRA--REPORT-WARNINGS                             26/10/15
982370     .                                                            26/10/15
982374                                                                  26/10/15
982378 LRA--REPORT-WARNINGS.                                            26/10/15
982382     IF LRA--RUN-WANTED NOT = SPACES AND LRA--RUN-MATCHES > 1     26/10/15
982386         DISPLAY "LR1104W Start stamp matches more than one run"  26/10/15
982390                 " - last taken"                                  26/10/15
982394         MOVE 4 TO RETURN-CODE                                    26/10/15
982398     .                                                            26/10/15
982402     IF LRA--UNCATALOGUED = "Y"                                   26/10/15
982406         DISPLAY "LR1105W Run has no generation - files under"    26/10/15
982410                 " usual names"                                   26/10/15
982414         MOVE 4 TO RETURN-CODE                                    26/10/15
982418     .                                                            26/10/15
982422     PERFORM LRA--WARN-FILE                                       26/10/15
982426       VARYING LRA--F FROM 3 BY 1 UNTIL LRA--F > 5                26/10/15
982430     IF LRA--SIGNATURES-DIFFER = "Y"                              26/10/15
982434         DISPLAY "LR1107W Build signatures differ"                26/10/15
982438         MOVE 4 TO RETURN-CODE                                    26/10/15
982442     .                                                            26/10/15
982446     IF LRA--RUN-ABEND NOT = SPACES                               26/10/15
982450        AND (LRA--FILE-STATE (7) NOT = "U"                        26/10/15
982454          OR LRA--CLASS-TEXT = "(not in MSGCAT)")                 26/10/15
982458         DISPLAY "LR1108W MSGCAT unusable - catalog texts not"    26/10/15
982462                 " shown"                                         26/10/15
982466         MOVE 4 TO RETURN-CODE                                    26/10/15
982470     .                                                            26/10/15
982474     IF LRA--RUN-ABEND = SPACES                                   26/10/15
982478         DISPLAY "LR1109I Run ended normally - no abend to report"26/10/15
982482     .                                                            26/10/15
982486                                                                  26/10/15
982490*    A DUMP IS ONLY WRITTEN WHEN A RUN STOPS, SO A CLEAN RUN'S    26/10/15
982494*    DMPFILE IS EXPECTED TO BE ANOTHER RUN'S                      26/10/15
982498 LRA--WARN-FILE.                                                  26/10/15
982502     IF (LRA--FILE-STATE (LRA--F) = "B"                           26/10/15
982506      OR LRA--FILE-STATE (LRA--F) = "F")                          26/10/15
982510        AND (LRA--F NOT = 3 OR LRA--RUN-ABEND NOT = SPACES)       26/10/15
982514         DISPLAY "LR1106W File not from this run - not used: "    26/10/15
982518                 LRA--FILE-DDNAME (LRA--F)                        26/10/15
982522         MOVE 4 TO RETURN-CODE                                    26/10/15
982526     .                                                            26/10/15
982530:close                                                            26/10/15
982534:endif                                                            26/10/15
