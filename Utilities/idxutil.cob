           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SourceStatus.

       SELECT NewSkuFile ASSIGN TO "prodsku.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NewSkuKey
           ALTERNATE RECORD KEY IS NewSkuUPC WITH DUPLICATES
           FILE STATUS IS TargetStatus.

DATA DIVISION.
           SkuProdCode BY NewSkuProdCode,
           SkuSizeCode BY NewSkuSizeCode,
           SkuQty BY NewSkuQty,
           SkuReorder BY NewSkuReorder,
           SkuUPC BY NewSkuUPC.

WORKING-STORAGE SECTION.
01 SourceStatus PIC XX.
