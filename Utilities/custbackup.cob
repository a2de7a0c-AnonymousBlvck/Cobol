*> Option 2 restores: pick a generation off the catalog and it is
*> copied back over its master. This replaces the by-hand copy the
*> custconv comments used to pass for a backup procedure.
*> A restored product or SKU generation is rolled forward to the
*> moment of failure by prodfwd, from the after-images on prodlog.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. custbackup.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS MasterStatus.

       SELECT OPTIONAL BkSkuFile ASSIGN TO DYNAMIC GenFileName
           SkuProdCode BY BkSkuProdCode,
           SkuSizeCode BY BkSkuSizeCode,
           SkuQty BY BkSkuQty,
           SkuReorder BY BkSkuReorder,
           SkuUPC BY BkSkuUPC.

FD CatalogFile.
       01 CatalogRecord.
           PERFORM RestoreOneProduct UNTIL CopyEOF = "Y"
           CLOSE BkProductFile, ProductFile
           DISPLAY "product.txt restored : " SrcCount " records."
           DISPLAY "Run prodfwd next to roll forward from prodlog.txt."
       END-IF.

RestoreOneProduct.
           PERFORM RestoreOneSku UNTIL CopyEOF = "Y"
           CLOSE BkSkuFile, SkuFile
           DISPLAY "prodsku.txt restored : " SrcCount " records."
           DISPLAY "Run prodfwd next to roll forward from prodlog.txt."
       END-IF.

RestoreOneSku.
