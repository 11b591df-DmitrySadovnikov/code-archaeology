       01  PlanningFactorRecord.
           05  PF-EffectiveDate PIC 9(8).
           05  PF-FactorType PIC X(4).
               88  PF-PyramidTypeFactor VALUE "TYPE".
               88  PF-LaborCategoryFactor VALUE "CAT ".
               88  PF-RationRateFactor VALUE "RATN".
               88  PF-LaborPerCubitFactor VALUE "LABR".
           05  PF-FactorData PIC X(14).
           05  PF-TypeData REDEFINES PF-FactorData.
               10  PF-TypeCode PIC X(4).
               10  PF-LimestoneFactor PIC 9(4).
               10  PF-GraniteFactor PIC 9(4).
               10  FILLER PIC X(2).
           05  PF-CategoryData REDEFINES PF-FactorData.
               10  PF-CategoryCode PIC X(6).
               10  PF-Percentage PIC 9(3).
               10  FILLER PIC X(5).
           05  PF-RationData REDEFINES PF-FactorData.
               10  PF-RationCategory PIC X(6).
               10  PF-GrainRate PIC 9(2).
               10  PF-BeerRate PIC 9(2).
               10  PF-WaterRate PIC 9(2).
               10  PF-ToolsRate PIC 9(2).
           05  PF-LaborData REDEFINES PF-FactorData.
               10  PF-WorkersPerCubit PIC 9(5).
               10  FILLER PIC X(9).
