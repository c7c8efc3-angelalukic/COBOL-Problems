       01  report-line          pic x(80).

       working-storage section.
       78 78-step-count        value 18.
       01 ws-step-table-values.
           05 filler pic x(50) value
              "WordExtract         wordextract_report.log        ".
           05 filler pic x(50) value
              "ArrivalWatch        arrivalwatch_report.log       ".
           05 filler pic x(50) value
              "VolumeGuard         volumeguard_report.log        ".
           05 filler pic x(50) value
              "BatchEdit           batchedit_report.log          ".
           05 filler pic x(50) value
              "Problem3            problem3_report.log           ".
           05 filler pic x(50) value
              "Problem3Dist        problem3dist_report.log       ".
           05 filler pic x(50) value
              "Fibonacci           fibonacci_report.log          ".
           05 filler pic x(50) value
              "BubbleSort          bubblesort_report.log         ".
           05 filler pic x(50) value
              "WordCategory        wordcategory_report.log       ".
           05 filler pic x(50) value
              "ListXref            listxref_report.log           ".
           05 filler pic x(50) value
              "FibonacciRecursive  fibonaccirecursive_report.log ".
           05 filler pic x(50) value
              "BatchRecon          batchrecon_report.log         ".
           05 filler pic x(50) value
              "ExportDelim         exportdelim_report.log        ".
           05 filler pic x(50) value
              "XmitManifest        xmitmanifest_report.log       ".
           05 filler pic x(50) value
              "CTBalance           ctbalance_report.log          ".
           05 filler pic x(50) value
              "AuditVerify         auditverify_report.log        ".
       01 ws-step-table redefines ws-step-table-values.
           05 ws-step-entry occurs 78-step-count.
               10 ws-step-program      pic x(20).
